000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-09-02  RO   ORIGINAL PROGRAM.
000205*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    VERIFLTR.
000500 FILE SECTION.
000510 FD  REQUEST-PARM.
000520 01  VP-REQUEST-RECORD.
000530     05  VP-STUDENT-ID        PIC 9(08).
000540     05  VP-REQUESTER-TYPE    PIC X(01).
000550         88  VP-SELF          VALUE "S".
000560         88  VP-THIRD-PARTY   VALUE "T".
