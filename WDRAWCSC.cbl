000140*   LISTS EVERY COURSE CLOSED - NO MORE TERM-END F GRADES THAT
000150*   GET DISPUTED AND HAND-CORRECTED LATER.  THE CURRENT TERM FOR
000160*   THE POSTINGS COMES FROM THE CURTERM PARAMETER RECORD.
000163*   WITH NO TERM ON CURTERM IT COMES FROM THE RUN-CONTROL
000166*   LIBRARY (RUNCTL).
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-08-22  RO   ORIGINAL PROGRAM.
000210*                    REGISTER (DROPFEED -> REFNDREG).
000220*   2026-09-02  RO   CLOSED COURSES GIVE THEIR SEAT BACK ON
000230*                    THE MAINTAINED SEATCTR COUNTER.
000235*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000236*   2026-10-15  RO   EACH STUDENT/TERM WITHDRAWN FEEDS THE
000237*                    RETURN-OF-AID STEP (WDRAWFD -> AIDRETN).
000238*   2026-10-15  RO   DROP FEED RECORDS MARKED AS STUDENT DROPS
000240*                    (REFUNDED ON THE REFSCHED SCHEDULE).
000242*   2026-10-15  RO   EACH STUDENT/TERM WITHDRAWN IS ALSO POSTED
000244*                    TO THE CLEARINGHOUSE EVENTS (CLHEVENT ->
000246*                    CLHSUBM).
000248*   2026-10-15  RO   WITH NO TERM ON CURTERM THE CURRENT TERM
000250*                    COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL,
000252*                    THROUGH RUNPARM); THE TERM IS CHECKED ON
000254*                    TERMFILE AND SHOWN ON THE REPORT.
000256******************************************************************
000258 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    WDRAWCSC.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FEED-STATUS.

000542     SELECT WITHDRAW-FEED ASSIGN TO "WDRAWFD"
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS WS-WFEED-STATUS.

000547     SELECT CLH-EVENT-FILE ASSIGN TO "CLHEVENT"
000548         ORGANIZATION IS LINE SEQUENTIAL
000549         FILE STATUS IS WS-EVENT-STATUS.

000550     SELECT WITHDRAWAL-RPT ASSIGN TO "WDRAWRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000710 FD  DROP-FEED.
000720     COPY "dropfeed.cpy".

000723 FD  WITHDRAW-FEED.
000726     COPY "wdrawfd.cpy".

000727 FD  CLH-EVENT-FILE.
000728     COPY "clhevent.cpy".

000730 WORKING-STORAGE SECTION.
000740     COPY "runhdr.cpy".

000743*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000746     COPY "runparm.cpy".

000750 01  WS-SWITCHES.
000760     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000770         88  WS-EOF           VALUE "Y".
000840     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000850     05  WS-FEED-STATUS       PIC X(02) VALUE "00".
000860     05  WS-SEAT-STATUS       PIC X(02) VALUE "00".
000865     05  WS-WFEED-STATUS      PIC X(02) VALUE "00".
000867     05  WS-EVENT-STATUS      PIC X(02) VALUE "00".

000870 01  WS-COUNTERS COMP.
000880     05  WS-WITHDRAWALS-SEEN  PIC 9(05) VALUE ZERO.
000890     05  WS-COURSES-CLOSED    PIC 9(05) VALUE ZERO.
000900     05  WS-POSTINGS-REFUSED  PIC 9(05) VALUE ZERO.
000901     05  WS-TERMS-FED         PIC 9(05) VALUE ZERO.
000902     05  WS-FED-IDX           PIC 9(04) VALUE ZERO.

000903*    TERMS ALREADY SENT TO THE RETURN-OF-AID FEED FOR THE STUDENT
000904*    BEING CASCADED, SO EACH STUDENT/TERM IS FED ONCE.
000905 01  WS-FED-TERMS.
000906     05  WS-FED-COUNT         PIC 9(04) COMP VALUE ZERO.
000907     05  WS-FED-TERM          PIC X(05) OCCURS 20 TIMES.
000908 01  WS-FED-FOUND-SWITCH      PIC X(01) VALUE "N".
000909     88  WS-FED-FOUND         VALUE "Y".

000910 01  WS-CALL-AREA.
000920     05  WS-STUDENT-ID        PIC 9(8).
000930     05  WS-COURSE-CODE       PIC X(6).
000940     05  WS-GRADE             PIC X(2) VALUE "W ".
000950     05  WS-GRADE-STATUS-CODE PIC X(2).
001240     MOVE "CASCADE WITHDRAWAL REPORT" TO WS-REPORT-LINE.
001250     WRITE WD-REPORT-LINE FROM WS-REPORT-LINE.

001257*    A TERM ON CURTERM OVERRIDES THE RUN-CONTROL LIBRARY FOR THIS
001264*    RUN; WITHOUT ONE THE CURRENT TERM COMES FROM RUNCTL.  A TERM
001271*    NOT ON TERMFILE POSTS NOTHING (RUNPARM).
001278     OPEN INPUT CURRENT-TERM.
001285     IF WS-TERM-STATUS = "00"
001292         READ CURRENT-TERM
001299             AT END
001306                 CONTINUE
001313         END-READ
001320         IF WS-TERM-STATUS = "00"
001327             MOVE CT-TERM-CODE TO WS-TERM-CODE
001334         END-IF
001341         CLOSE CURRENT-TERM
001348     END-IF.
001355     MOVE WS-TERM-CODE TO RK-EXPLICIT-TERM.
001362     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001369     SET RK-CURRENT-TERM TO TRUE.
001376     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001383     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001390     WRITE WD-REPORT-LINE FROM WS-REPORT-LINE.
001397     MOVE SPACES TO WS-TERM-CODE.
001404     IF RK-TERM-VALID
001411         MOVE RK-TERM-CODE TO WS-TERM-CODE
001418     END-IF.

001440     OPEN I-O SEAT-COUNTER.
001450     OPEN EXTEND DROP-FEED.
001460     IF WS-FEED-STATUS = "05" OR WS-FEED-STATUS = "35"
001470         OPEN OUTPUT DROP-FEED
001480     END-IF.
001482     OPEN EXTEND WITHDRAW-FEED.
001484     IF WS-WFEED-STATUS = "05" OR WS-WFEED-STATUS = "35"
001486         OPEN OUTPUT WITHDRAW-FEED
001488     END-IF.
001490     OPEN EXTEND CLH-EVENT-FILE.
001492     IF WS-EVENT-STATUS = "05" OR WS-EVENT-STATUS = "35"
001494         OPEN OUTPUT CLH-EVENT-FILE
001496     END-IF.

001498     OPEN INPUT CLEAN-TRANSACTIONS.
001500     IF WS-TRAN-STATUS NOT = "00"
001510         SET WS-EOF TO TRUE
001520     END-IF.
001890******************************************************************
001900 2200-CLOSE-ENROLLMENTS.
001910     MOVE "N" TO WS-SCAN-EOF-SWITCH.
001915     MOVE ZERO TO WS-FED-COUNT.
001920     MOVE ST-STUDENT-ID TO EN-STUDENT-ID.
001930     MOVE LOW-VALUES TO EN-COURSE-CODE.
001940     START ENROLLMENT-MASTER
002440             MOVE EN-TERM-CODE TO DF-TERM-CODE
002450             MOVE RH-RUN-DATE TO DF-DROP-DATE
002460             MOVE RH-PROGRAM-NAME TO DF-SOURCE
002465             SET DF-STUDENT-DROP TO TRUE
002470             WRITE DF-DROP-RECORD
002480         END-IF
002481*        AID POSTED FOR THE TERM MAY NO LONGER BE EARNED - FEED
002482*        THE RETURN-OF-AID STEP ONCE PER STUDENT AND TERM.
002483         IF EN-TERM-CODE NOT = SPACES AND WS-WFEED-STATUS = "00"
002484             PERFORM 2400-FEED-WITHDRAWAL
002485                 THRU 2400-FEED-WITHDRAWAL-EXIT
002486         END-IF
002490*        GIVE THE TERM'S SEAT BACK; A COURSE/TERM WITH NO
002500*        COUNTER YET IS LEFT FOR ENRLBAT OR SEATRCNT.
002510         IF WS-SEAT-STATUS = "00"
002850             INTO WS-REPORT-LINE
002860     END-IF.
002870     WRITE WD-REPORT-LINE FROM WS-REPORT-LINE.
002871 2300-CLOSE-ONE-COURSE-EXIT.
002872     EXIT.

002873******************************************************************
002874* 2400-FEED-WITHDRAWAL - WRITE THE STUDENT/TERM TO THE RETURN-OF-
002875*                        AID FEED AND THE CLEARINGHOUSE EVENTS
002876*                        UNLESS IT WAS ALREADY WRITTEN.
002877******************************************************************
002878 2400-FEED-WITHDRAWAL.
002879     MOVE "N" TO WS-FED-FOUND-SWITCH.
002880     PERFORM VARYING WS-FED-IDX FROM 1 BY 1
002889             UNTIL WS-FED-IDX > WS-FED-COUNT OR WS-FED-FOUND
002890         IF WS-FED-TERM (WS-FED-IDX) = EN-TERM-CODE
002891             SET WS-FED-FOUND TO TRUE
002892         END-IF
002893     END-PERFORM.
002894     IF WS-FED-FOUND
002895         GO TO 2400-FEED-WITHDRAWAL-EXIT
002896     END-IF.
002897     IF WS-FED-COUNT < 20
002898         ADD 1 TO WS-FED-COUNT
002899         MOVE EN-TERM-CODE TO WS-FED-TERM (WS-FED-COUNT)
002900     END-IF.
002901     MOVE EN-STUDENT-ID TO WF-STUDENT-ID.
002902     MOVE EN-TERM-CODE TO WF-TERM-CODE.
002903     MOVE RH-RUN-DATE TO WF-WITHDRAW-DATE.
002904     MOVE RH-PROGRAM-NAME TO WF-SOURCE.
002905     WRITE WF-WITHDRAW-RECORD.
002906     MOVE EN-STUDENT-ID TO NE-STUDENT-ID.
002907     MOVE EN-TERM-CODE TO NE-TERM-CODE.
002908     SET NE-WITHDRAWN TO TRUE.
002909     MOVE RH-RUN-DATE TO NE-EFFECTIVE-DATE.
002910     MOVE RH-PROGRAM-NAME TO NE-SOURCE.
002911     WRITE NE-EVENT-RECORD.
002912     ADD 1 TO WS-TERMS-FED.
002913 2400-FEED-WITHDRAWAL-EXIT.
002914     EXIT.

002915******************************************************************
002916* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
002920******************************************************************
002930 3000-FINISH.
002940     MOVE SPACES TO WS-REPORT-LINE.
003110            WS-COUNT-ED               DELIMITED BY SIZE
003120         INTO WS-REPORT-LINE.
003130     WRITE WD-REPORT-LINE FROM WS-REPORT-LINE.
003131     MOVE WS-TERMS-FED TO WS-COUNT-ED.
003132     MOVE SPACES TO WS-REPORT-LINE.
003133     STRING "TERMS FED TO AID RETN: " DELIMITED BY SIZE
003134            WS-COUNT-ED               DELIMITED BY SIZE
003135         INTO WS-REPORT-LINE.
003136     WRITE WD-REPORT-LINE FROM WS-REPORT-LINE.

003140     CLOSE CLEAN-TRANSACTIONS.
003150     CLOSE ENROLLMENT-MASTER.
003160     CLOSE DROP-FEED.
003165     CLOSE WITHDRAW-FEED.
003167     CLOSE CLH-EVENT-FILE.
003170     IF WS-SEAT-STATUS = "00"
003180         CLOSE SEAT-COUNTER
003190     END-IF.
