000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY.
000150*   2026-08-22  RO   ORIGINAL PROGRAM.
000153*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS; HEADING
000156*                    MOVED TO MATCH.
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.    AGERPT.
000940     MOVE "AGE SCREENING REPORT - STUDENTS FOR MANUAL REVIEW"
000950         TO WS-REPORT-LINE.
000960     WRITE AG-REPORT-LINE FROM WS-REPORT-LINE.
000970     MOVE "STUDENT      NAME             BORN       AGE  REASON"
000980         TO WS-REPORT-LINE.
000990     WRITE AG-REPORT-LINE FROM WS-REPORT-LINE.

