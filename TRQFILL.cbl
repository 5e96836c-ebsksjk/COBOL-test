000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-09-02  RO   ORIGINAL PROGRAM.
000225*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    TRQFILL.

000660 FD  TRANSCRIPT-PARM.
000670 01  PW-PARM-RECORD.
000680     05  PW-STUDENT-ID        PIC 9(08).

000690 FD  TRANSCRIPT-PRINT.
000700 01  TP-PRINT-LINE            PIC X(80).
