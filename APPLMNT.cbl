000150*         X DECLINED), WITH THE STATUS DATE STAMPED
000160*     0 = END OF SESSION
000170*   AN APPLICANT ALREADY LOADED TO THE STUDENT MASTER BY
000175*   ADMINTAK CAN NO LONGER BE MOVED.  A MOVE TO ADMITTED QUEUES
000180*   THE APPLICANT'S ADMIT LETTER ON LETTREQ FOR THE NIGHTLY
000185*   LETTER PRINT.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-09-02  RO   ORIGINAL PROGRAM.
000215*   2026-10-15  RO   ADMIT LETTERS ARE REQUESTED ON LETTREQ.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    APPLMNT.
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CTL-STATUS.

000392     SELECT LETTER-REQUESTS ASSIGN TO "LETTREQ"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS WS-LETT-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  APPLICANT-FILE.
000440 FD  APPLICANT-CONTROL.
000450     COPY "applctl.cpy".

000453 FD  LETTER-REQUESTS.
000456     COPY "lettreq.cpy".

000460 WORKING-STORAGE SECTION.
000470     COPY "runhdr.cpy".

000510 01  WS-FILE-STATUSES.
000520     05  WS-APPL-STATUS       PIC X(02) VALUE "00".
000530     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
000535     05  WS-LETT-STATUS       PIC X(02) VALUE "00".

000540 01  WS-LAST-APPLICANT-NO     PIC 9(06) VALUE ZERO.

001100         SET WS-DONE TO TRUE
001110         MOVE 8 TO RETURN-CODE
001120     END-IF.
001122     OPEN EXTEND LETTER-REQUESTS.
001124     IF WS-LETT-STATUS = "05" OR WS-LETT-STATUS = "35"
001126         OPEN OUTPUT LETTER-REQUESTS
001128     END-IF.
001130 1000-INITIALIZE-EXIT.
001140     EXIT.

001870     IF NOT WS-STATUS-VALID
001880         DISPLAY "INVALID STATUS"
001890         GO TO 2200-MOVE-STATUS-EXIT
001891     END-IF.
001892*    A NEW ADMIT GETS THE ADMIT LETTER - ONCE, NOT ON A RE-ENTRY
001893*    OF THE SAME STATUS.
001894     IF WS-ENTRY-STATUS = "A" AND NOT AP-ADMITTED
001895             AND WS-LETT-STATUS = "00"
001896         MOVE SPACES TO LQ-LETTER-REQUEST
001897         SET LQ-ADMISSION TO TRUE
001898         MOVE RH-RUN-DATE TO LQ-REQUEST-DATE
001899         MOVE RH-PROGRAM-NAME TO LQ-SOURCE-PROGRAM
001900         MOVE ZERO TO LQ-STUDENT-ID
001901         MOVE AP-APPLICANT-NO TO LQ-APPLICANT-NO
001902         MOVE ZERO TO LQ-TERM-GPA
001903         WRITE LQ-LETTER-REQUEST
001904     END-IF.
001905     MOVE WS-ENTRY-STATUS TO AP-APP-STATUS.
001920     MOVE RH-RUN-DATE TO AP-STATUS-DATE.
001930     REWRITE AP-APPLICANT-RECORD.
001940     ADD 1 TO WS-STATUS-MOVES.
002060     IF WS-APPL-STATUS NOT = "35"
002070         CLOSE APPLICANT-FILE
002080     END-IF.
002082     IF WS-LETT-STATUS = "00"
002084         CLOSE LETTER-REQUESTS
002086     END-IF.
002090     IF RETURN-CODE NOT = 8
002100         MOVE 0 TO RETURN-CODE
002110     END-IF.
