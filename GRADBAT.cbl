000230*   2026-09-02  RO   A NON-ADMIN OPERATOR (OPERSCOP) MAY ONLY
000240*                    POST INTO COURSES IN THEIR OWN
000250*                    DEPARTMENT ("DA").
000253*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS; HEADING
000256*                    MOVED TO MATCH.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    GRADBAT.
000920 01  WS-REJECT-REASON         PIC X(02).

000930 01  WS-CALL-AREA.
000940     05  WS-STUDENT-ID        PIC 9(8).
000950     05  WS-COURSE-CODE       PIC X(6).
000960     05  WS-GRADE             PIC X(2).
000970     05  WS-TERM-CODE         PIC X(5).
001360     OPEN OUTPUT POSTING-RPT.
001370     MOVE "GRADE POSTING REPORT" TO WS-REPORT-LINE.
001380     WRITE GB-REPORT-LINE FROM WS-REPORT-LINE.
001390     MOVE "STUDENT      COURSE  GRADE  OUTCOME" TO WS-REPORT-LINE.
001400     WRITE GB-REPORT-LINE FROM WS-REPORT-LINE.

001410     OPEN INPUT STUDENT-MASTER.
