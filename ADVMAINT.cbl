000190*   2026-09-02  RO   ORIGINAL PROGRAM.
000200*   2026-09-02  RO   OPLOG ENTRIES CARRY THE AUDCHAIN RUN
000210*                    SEQUENCE AND CHAIN CHECK.
000215*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    ADVMAINT.
000650 FILE SECTION.
000660 FD  ADVISOR-TRANSACTIONS.
000670 01  AT-ADVISOR-TRANSACTION.
000680     05  AT-STUDENT-ID        PIC 9(08).
000690     05  AT-ADVISOR-ID        PIC X(05).

000700 FD  ADVISOR-FILE.
