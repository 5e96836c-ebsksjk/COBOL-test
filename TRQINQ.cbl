000080*   TRANSCRIPT-REQUEST STATUS INQUIRY.  THE OPERATOR KEYS A
000090*   REQUEST NUMBER AND SEES THE REQUEST'S STUDENT, DATES,
000100*   DESTINATION, STATUS, AND CONTROL NUMBER.  A ZERO REQUEST
000110*   NUMBER ENDS THE SESSION.  EVERY REQUEST SHOWN IS LOGGED
000115*   AGAINST ITS STUDENT ON THE RECORD-ACCESS LOG (ACCSLOG).
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY.
000140*   2026-09-02  RO   ORIGINAL PROGRAM.
000143*   2026-10-15  RO   EACH REQUEST SHOWN IS LOGGED TO THE STUDENT
000146*                    RECORD-ACCESS LOG (ACCSLOGW).
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.    TRQINQ.

000400 01  WS-ASK-REQUEST           PIC 9(06).

000403*    CALL AREA FOR THE STUDENT RECORD-ACCESS LOG.
000406     COPY "accsarea.cpy".

000410 PROCEDURE DIVISION.

000420******************************************************************
000710             DISPLAY "REQUEST NOT ON FILE: ", WS-ASK-REQUEST
000720             GO TO 2000-SHOW-ONE-REQUEST-EXIT
000730     END-READ.
000732     MOVE "TRQINQ" TO VA-PROGRAM-NAME.
000734     MOVE TQ-STUDENT-ID TO VA-STUDENT-ID.
000736     SET VA-VIEWED TO TRUE.
000738     CALL "ACCSLOGW" USING VA-ACCESS-AREA.
000740     DISPLAY "REQUEST:     ", TQ-REQUEST-NO.
000750     DISPLAY "STUDENT:     ", TQ-STUDENT-ID.
000760     DISPLAY "REQUESTED:   ", TQ-REQUEST-DATE.
