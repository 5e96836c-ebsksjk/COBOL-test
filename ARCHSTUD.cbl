000260*                    BEFORE THE MASTER RECORD IS DELETED, SO
000270*                    HISTLOOK ANSWERS ALUMNI TRANSCRIPT
000280*                    QUESTIONS WITHOUT TOUCHING GRADMAST.
000283*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS; HEADING
000286*                    MOVED TO MATCH.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    ARCHSTUD.

000810 FD  TRANSCRIPT-PARM.
000820 01  PW-PARM-RECORD.
000830     05  PW-STUDENT-ID        PIC 9(08).

000840 FD  TRANSCRIPT-PRINT.
000850 01  TP-PRINT-LINE            PIC X(80).
001350     OPEN OUTPUT ARCHIVE-RPT.
001360     MOVE "STUDENT ARCHIVE DISPOSITION REPORT" TO WS-REPORT-LINE.
001370     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
001380     MOVE "STUDENT      NAME             STAT  DISPOSITION"
001390         TO WS-REPORT-LINE.
001400     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.

