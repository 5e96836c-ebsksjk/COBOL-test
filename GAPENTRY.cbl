000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-09-02  RO   ORIGINAL PROGRAM.
000165*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    GAPENTRY.
000520     05  WS-MAST-STATUS       PIC X(02) VALUE "00".

000530 01  WS-ENTRY-FIELDS.
000540     05  WS-ENTRY-STUDENT     PIC 9(08).
000550     05  WS-ENTRY-TERM        PIC X(05).

000560 01  WS-COUNTERS COMP.
