000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY.
000170*   2026-09-02  RO   ORIGINAL PROGRAM.
000175*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRQENTRY.
000610 01  WS-LAST-CONTROL-NO       PIC 9(06) VALUE ZERO.

000620 01  WS-ENTRY-FIELDS.
000630     05  WS-ENTRY-STUDENT     PIC 9(08).
000640     05  WS-ENTRY-DEST        PIC X(30).

000650 01  WS-COUNTERS COMP.
