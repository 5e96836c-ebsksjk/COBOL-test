000120*   THE REFSCHED SCHEDULE (LARGEST WEEK AT OR BELOW THE DROP
000130*   WEEK; PAST EVERY ROW REFUNDS NOTHING), AND THE AMOUNT FROM
000140*   THE CATALOG CREDITS TIMES THE TERM'S RATETBL PER-CREDIT
000145*   RATE FOR THE STUDENT'S RESIDENCY CLASS (AN UNCLASSIFIED
000148*   STUDENT IS AN EXCEPTION), PLUS THE SAME PERCENTAGE OF THE
000151*   REGISTRATION'S REFUNDABLE COURSE FEES (CRSFEES, PRICED FOR
000159*   THE SECTION ON THE ENROLLMENT RECORD).  THE AMOUNT POSTS AS A
000167*   REFUND ADJUSTMENT AGAINST THE STUDENT'S TERM CHARGES
000175*   (STUBILL), A REFUND RECORD IS APPENDED FOR AUDIT, AND THE
000183*   REGISTER LISTS EVERY DROP WITH ITS OUTCOME.  A CLEANLY
000191*   FINISHED RUN EMPTIES THE FEED SO NOTHING IS REFUNDED TWICE.
000193*   EACH REFUND IS ALSO WRITTEN TO THE GENERAL-LEDGER ACTIVITY
000195*   FILE (GLACTV) AS ITS TUITION AND COURSE-FEE PARTS, WITH THE
000196*   REGISTER'S TOTALS OF EACH AS THE CONTROL RECORDS.  A DROP
000197*   FED AS AN INSTITUTIONAL CANCELLATION (SECTCNCL) IS REFUNDED
000198*   AT 100 PERCENT WHATEVER THE WEEK.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-09-02  RO   ORIGINAL PROGRAM.
000222*   2026-10-15  RO   CREDITS REFUNDED COME FROM THE CATALOG
000224*                    VERSION IN FORCE FOR THE TERM OF THE DROP
000226*                    (CRSVERS).
000227*   2026-10-15  RO   REFUND PRICED AT THE RATETBL ROW FOR THE
000228*                    STUDENT'S RESIDENCY CLASS (RESDVERS), AS
000229*                    TUITCALC BILLED IT.
000230*   2026-10-15  RO   THE SCHEDULE PERCENTAGE ALSO REFUNDS THE
000231*                    DROPPED REGISTRATION'S REFUNDABLE COURSE
000232*                    FEES (CRSFEES); FEE PART KEPT ON THE REFUND
000233*                    RECORD.
000234*   2026-10-15  RO   REFUNDS WRITTEN TO THE GL ACTIVITY FILE
000236*                    (GLACTV) FOR THE DAILY JOURNAL; REGISTER
000238*                    TOTALS THE TUITION AND FEES REFUNDED.
000240*   2026-10-15  RO   A SECTION CANCELLED BY THE INSTITUTION
000242*                    (DF-INSTITUTIONAL) REFUNDS 100 PERCENT
000243*                    INSTEAD OF THE SCHEDULE PERCENTAGE.
000244*   2026-10-15  RO   SO DOES A DROP FOR NEVER ATTENDING
000245*                    (DF-NEVER-ATTENDED).
000246*   2026-10-15  RO   A REGISTRATION CANCELLED FOR NON-PAYMENT
000247*                    (DF-NON-PAYMENT, NPAYCNCL) IS LISTED BUT NOT
000248*                    REFUNDED - TUITCALC REVERSES THE CANCELLED
000249*                    BILL'S CHARGES IN FULL.
000250******************************************************************
000251 IDENTIFICATION DIVISION.
000252 PROGRAM-ID.    REFNDREG.
000260 AUTHOR.        R. OKONKWO.
000270 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000280 DATE-WRITTEN.  2026-09-02.
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RATE-STATUS.

000467     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000474         ORGANIZATION IS INDEXED
000481         ACCESS MODE IS DYNAMIC
000488         RECORD KEY IS EN-ENROLL-KEY
000495         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000502             WITH DUPLICATES
000509         FILE STATUS IS WS-ENRL-STATUS.

000520     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000530         ORGANIZATION IS INDEXED
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.

000622     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS WS-GLACT-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  DROP-FEED.
000710 FD  RATE-TABLE.
000720     COPY "raterec.cpy".

000730 FD  ENROLLMENT-MASTER.
000740     COPY "enrlrec.cpy".

000750 FD  BILLING-FILE.
000760     COPY "billrec.cpy".
000790 FD  REGISTER-RPT.
000800 01  RG-REPORT-LINE           PIC X(80).

000803 FD  GL-ACTIVITY-FILE.
000806     COPY "glactv.cpy".

000810 WORKING-STORAGE SECTION.
000820     COPY "runhdr.cpy".

000900     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
000910     05  WS-SCHED-STATUS      PIC X(02) VALUE "00".
000920     05  WS-RATE-STATUS       PIC X(02) VALUE "00".
000930     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
000940     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000950     05  WS-REF-STATUS        PIC X(02) VALUE "00".
000960     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000965     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".

000970*    THE WHOLE REFUND SCHEDULE AND RATE TABLE ARE SMALL CONTROL
000980*    FILES - TABLED ONCE AT START-UP.
001060 01  WS-RATE-TABLE.
001070     05  WS-RATE-ENTRY OCCURS 20 TIMES.
001080         10  WS-RA-TERM       PIC X(05).
001085         10  WS-RA-CLASS      PIC X(01).
001090         10  WS-RA-RATE       PIC 9(05)V99.
001100 01  WS-RATE-USED             PIC 9(02) COMP VALUE ZERO.
001110 01  WS-RATE-SUB              PIC 9(02) COMP.
001130     05  WS-DROPS-READ        PIC 9(05) VALUE ZERO.
001140     05  WS-REFUNDS-POSTED    PIC 9(05) VALUE ZERO.
001150     05  WS-NO-REFUND-COUNT   PIC 9(05) VALUE ZERO.
001155     05  WS-NONPAY-COUNT      PIC 9(05) VALUE ZERO.
001160     05  WS-EXCEPTION-COUNT   PIC 9(05) VALUE ZERO.

001170 01  WS-WORK-FIELDS.
001300     05  WS-PER-CREDIT-RATE   PIC 9(05)V99.
001310     05  WS-CREDIT-HOURS      PIC 9(02).
001320     05  WS-REFUND-AMT        PIC 9(07)V99.
001325     05  WS-FEE-REFUND-AMT    PIC 9(07)V99.
001326     05  WS-TUIT-REFUND-AMT   PIC 9(07)V99.

001327 01  WS-TOTALS.
001328     05  WS-TUIT-REFUND-TOTAL PIC 9(09)V99 VALUE ZERO.
001329     05  WS-FEE-REFUND-TOTAL  PIC 9(09)V99 VALUE ZERO.

001330 01  WS-EDIT-FIELDS.
001340     05  WS-COUNT-ED          PIC ZZZZ9.
001350     05  WS-PCT-ED            PIC ZZ9.
001360     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
001365     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.

001370 01  WS-OUTCOME-TEXT          PIC X(26).

001375 01  WS-REPORT-LINE           PIC X(80).

001376*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
001377     COPY "crsvers.cpy".

001378*    CALL AREA FOR THE RESIDENCY SERVICE (RESDVERS).
001380     COPY "resdvers.cpy".

001382*    CALL AREA FOR THE COURSE-FEE SERVICE (CRSFEES).
001384     COPY "crsfees.cpy".

001386 PROCEDURE DIVISION.

001390******************************************************************
001400* 0000-MAINLINE.
001670     PERFORM 1200-LOAD-RATES THRU 1200-LOAD-RATES-EXIT.

001680     OPEN INPUT TERM-CONTROL.
001690     OPEN INPUT ENROLLMENT-MASTER.
001700     OPEN I-O BILLING-FILE.
001710     OPEN EXTEND REFUND-FILE.
001720     IF WS-REF-STATUS = "05" OR WS-REF-STATUS = "35"
001730         OPEN OUTPUT REFUND-FILE
001740     END-IF.
001742     OPEN EXTEND GL-ACTIVITY-FILE.
001744     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
001746         OPEN OUTPUT GL-ACTIVITY-FILE
001748     END-IF.

001750     OPEN INPUT DROP-FEED.
001760     IF WS-FEED-STATUS NOT = "00"
002400     IF WS-RATE-USED < 20
002410         ADD 1 TO WS-RATE-USED
002420         MOVE RA-TERM-CODE TO WS-RA-TERM (WS-RATE-USED)
002422         MOVE RA-RESIDENCY-CLASS TO WS-RA-CLASS (WS-RATE-USED)
002424         IF RA-RESIDENCY-CLASS = SPACE
002426             MOVE "R" TO WS-RA-CLASS (WS-RATE-USED)
002428         END-IF
002430         MOVE RA-PER-CREDIT-RATE TO WS-RA-RATE (WS-RATE-USED)
002440     END-IF.
002450 1210-LOAD-ONE-RATE-EXIT.
002580* 2000-ONE-DROP - COMPUTE AND POST ONE DROP'S REFUND.
002590******************************************************************
002600 2000-ONE-DROP.
002602     ADD 1 TO WS-DROPS-READ.
002604*    A NON-PAYMENT CANCELLATION IS NOT A REFUND - THE STUDENT'S
002606*    TERM CHARGES ARE REVERSED IN FULL WHEN TUITCALC RE-ASSESSES
002608*    THE CANCELLED BILL, SO NOTHING IS POSTED HERE.
002610     IF DF-NON-PAYMENT
002612         ADD 1 TO WS-NONPAY-COUNT
002614         MOVE ZERO TO WS-REFUND-PCT
002616         MOVE ZERO TO WS-REFUND-AMT
002618         MOVE "CANCELLED - NON-PAYMENT" TO WS-OUTCOME-TEXT
002620         PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT
002622         GO TO 2000-NEXT-DROP
002624     END-IF.

002626     MOVE DF-TERM-CODE TO TM-TERM-CODE.
002630     READ TERM-CONTROL
002640         INVALID KEY
002650             CONTINUE
002800         + (WS-DROP-DD - WS-START-DD).
002810     IF WS-DAYS-IN < ZERO
002820         MOVE ZERO TO WS-DAYS-IN
002822     END-IF.
002824     COMPUTE WS-DROP-WEEK = (WS-DAYS-IN / 7) + 1.

002826     PERFORM 2200-FIND-PCT THRU 2200-FIND-PCT-EXIT.
002828*    THE STUDENT DID NOT CHOOSE TO LEAVE A CANCELLED SECTION,
002830*    OR NEVER ATTENDED AT ALL - THE WHOLE CHARGE COMES BACK,
002832*    WHATEVER THE WEEK.
002834     IF DF-INSTITUTIONAL OR DF-NEVER-ATTENDED
002836         MOVE 100 TO WS-REFUND-PCT
002838     END-IF.

002840     MOVE DF-STUDENT-ID TO RX-STUDENT-ID.
002842     MOVE DF-TERM-CODE TO RX-TERM-CODE.
002848     CALL "RESDVERS" USING RX-RESIDENCY-AREA.
002850     IF NOT RX-CLASSIFIED
002852         ADD 1 TO WS-EXCEPTION-COUNT
002854         MOVE ZERO TO WS-REFUND-AMT
002856         MOVE "NO RESIDENCY CLASS" TO WS-OUTCOME-TEXT
002858         PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT
002860         GO TO 2000-NEXT-DROP
002862     END-IF.
002864     PERFORM 2300-FIND-RATE THRU 2300-FIND-RATE-EXIT.

002870     MOVE DF-COURSE-CODE TO CQ-COURSE-CODE.
002880     MOVE DF-TERM-CODE TO CQ-TERM-CODE.
002890     CALL "CRSVERS" USING CQ-VERSION-AREA.
002900     IF CQ-COURSE-FOUND
002910             AND CQ-CREDIT-HOURS IS NUMERIC
002920             AND CQ-CREDIT-HOURS > ZERO
002930         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
002940     ELSE
002950         MOVE 3 TO WS-CREDIT-HOURS
002960     END-IF.

002990     COMPUTE WS-REFUND-AMT ROUNDED =
003000         WS-CREDIT-HOURS * WS-PER-CREDIT-RATE
003010         * WS-REFUND-PCT / 100.

003013     PERFORM 2400-FEE-REFUND THRU 2400-FEE-REFUND-EXIT.
003016     ADD WS-FEE-REFUND-AMT TO WS-REFUND-AMT.

003020     IF WS-REFUND-AMT = ZERO
003030         ADD 1 TO WS-NO-REFUND-COUNT
003040         MOVE "NO REFUND DUE" TO WS-OUTCOME-TEXT
003280     MOVE WS-REFUND-PCT TO RD-REFUND-PCT.
003290     MOVE WS-CREDIT-HOURS TO RD-CREDIT-HOURS.
003300     MOVE WS-REFUND-AMT TO RD-REFUND-AMT.
003305     MOVE WS-FEE-REFUND-AMT TO RD-FEE-REFUND-AMT.
003310     MOVE RH-RUN-DATE TO RD-PROCESS-DATE.
003320     WRITE RD-REFUND-RECORD.
003330     ADD 1 TO WS-REFUNDS-POSTED.
003332     COMPUTE WS-TUIT-REFUND-AMT =
003333         WS-REFUND-AMT - WS-FEE-REFUND-AMT.
003334     ADD WS-TUIT-REFUND-AMT TO WS-TUIT-REFUND-TOTAL.
003336     ADD WS-FEE-REFUND-AMT TO WS-FEE-REFUND-TOTAL.
003338     PERFORM 2700-GL-ACTIVITY THRU 2700-GL-ACTIVITY-EXIT.

003340     MOVE "REFUNDED" TO WS-OUTCOME-TEXT.
003342     IF DF-INSTITUTIONAL
003344         MOVE "REFUNDED - CANCELLATION" TO WS-OUTCOME-TEXT
003346     END-IF.
003347     IF DF-NEVER-ATTENDED
003348         MOVE "REFUNDED - NEVER ATTENDED" TO WS-OUTCOME-TEXT
003349     END-IF.
003350     PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT.

003360 2000-NEXT-DROP.
003670     EXIT.

003680******************************************************************
003686* 2300-FIND-RATE - THE TERM'S PER-CREDIT RATE FOR THE STUDENT'S
003692*                  RESIDENCY CLASS (ZERO IF NONE).
003700******************************************************************
003710 2300-FIND-RATE.
003720     MOVE ZERO TO WS-PER-CREDIT-RATE.
003830******************************************************************
003840 2310-TRY-ONE-RATE.
003850     IF WS-RA-TERM (WS-RATE-SUB) = DF-TERM-CODE
003855             AND WS-RA-CLASS (WS-RATE-SUB) = RX-RESIDENCY-CLASS
003860         MOVE WS-RA-RATE (WS-RATE-SUB) TO WS-PER-CREDIT-RATE
003870     END-IF.
003871 2310-TRY-ONE-RATE-EXIT.
003872     EXIT.

003873******************************************************************
003874* 2400-FEE-REFUND - THE SCHEDULE PERCENTAGE OF THE DROPPED
003875*                   REGISTRATION'S REFUNDABLE COURSE FEES.  THE
003876*                   SECTION COMES FROM THE ENROLLMENT RECORD,
003877*                   WHICH A DROP LEAVES IN PLACE; WITHOUT ONE THE
003878*                   COURSE-WIDE FEES APPLY.
003879******************************************************************
003880 2400-FEE-REFUND.
003881     MOVE ZERO TO WS-FEE-REFUND-AMT.
003882     MOVE DF-COURSE-CODE TO FQ-COURSE-CODE.
003883     MOVE DF-TERM-CODE TO FQ-TERM-CODE.
003884     MOVE SPACES TO FQ-SECTION.
003885     MOVE DF-STUDENT-ID TO EN-STUDENT-ID.
003886     MOVE DF-COURSE-CODE TO EN-COURSE-CODE.
003887     READ ENROLLMENT-MASTER
003888         INVALID KEY
003889             CONTINUE
003890     END-READ.
003891     IF WS-ENRL-STATUS = "00"
003892         MOVE EN-SECTION TO FQ-SECTION
003893     END-IF.
003894     CALL "CRSFEES" USING FQ-FEE-AREA.
003895     IF FQ-REFUNDABLE-FEES = ZERO
003896         GO TO 2400-FEE-REFUND-EXIT
003897     END-IF.
003898     COMPUTE WS-FEE-REFUND-AMT ROUNDED =
003899         FQ-REFUNDABLE-FEES * WS-REFUND-PCT / 100.
003900 2400-FEE-REFUND-EXIT.
003901     EXIT.

003902******************************************************************
003903* 2600-REGISTER-LINE - ONE REGISTER LINE.  THE CALLER LEAVES
003920*                      THE OUTCOME TEXT IN WS-OUTCOME-TEXT.
003930******************************************************************
003940 2600-REGISTER-LINE.
004080         INTO WS-REPORT-LINE.
004090     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.
004100 2600-REGISTER-LINE-EXIT.
004101     EXIT.

004102******************************************************************
004103* 2700-GL-ACTIVITY - THE REFUND POSTED, FOR THE GENERAL LEDGER:
004104*                    ONE RECORD FOR THE TUITION PART AND ONE FOR
004105*                    THE COURSE-FEE PART.
004106******************************************************************
004107 2700-GL-ACTIVITY.
004108     IF WS-GLACT-STATUS NOT = "00"
004109         GO TO 2700-GL-ACTIVITY-EXIT
004110     END-IF.
004111     SET GA-DETAIL TO TRUE.
004112     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
004113     MOVE RH-RUN-DATE TO GA-POST-DATE.
004114     MOVE DF-STUDENT-ID TO GA-STUDENT-ID.
004115     MOVE DF-TERM-CODE TO GA-TERM-CODE.
004116     MOVE ZERO TO GA-ITEM-COUNT.
004117     SET GA-CAT-TUIT-REFUND TO TRUE.
004118     MOVE WS-TUIT-REFUND-AMT TO GA-AMOUNT.
004119     WRITE GA-ACTIVITY-RECORD.
004120     SET GA-CAT-FEE-REFUND TO TRUE.
004121     MOVE WS-FEE-REFUND-AMT TO GA-AMOUNT.
004122     WRITE GA-ACTIVITY-RECORD.
004123 2700-GL-ACTIVITY-EXIT.
004124     EXIT.

004125******************************************************************
004130* 3000-FINISH - TOTALS, EMPTY THE CONSUMED FEED, CLOSE FILES.
004140******************************************************************
004150 3000-FINISH.
004330            WS-COUNT-ED         DELIMITED BY SIZE
004340         INTO WS-REPORT-LINE.
004350     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.
004351     MOVE WS-NONPAY-COUNT TO WS-COUNT-ED.
004352     MOVE SPACES TO WS-REPORT-LINE.
004353     STRING "NON-PAYMENT:     " DELIMITED BY SIZE
004354            WS-COUNT-ED         DELIMITED BY SIZE
004355         INTO WS-REPORT-LINE.
004356     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.
004360     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
004370     MOVE SPACES TO WS-REPORT-LINE.
004380     STRING "EXCEPTIONS:      " DELIMITED BY SIZE
004390            WS-COUNT-ED         DELIMITED BY SIZE
004391         INTO WS-REPORT-LINE.
004392     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.
004393     MOVE WS-TUIT-REFUND-TOTAL TO WS-TOTAL-ED.
004394     MOVE SPACES TO WS-REPORT-LINE.
004395     STRING "TUITION REFUNDED:" DELIMITED BY SIZE
004396            WS-TOTAL-ED         DELIMITED BY SIZE
004397         INTO WS-REPORT-LINE.
004398     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.
004399     MOVE WS-FEE-REFUND-TOTAL TO WS-TOTAL-ED.
004400     MOVE SPACES TO WS-REPORT-LINE.
004401     STRING "FEES REFUNDED:   " DELIMITED BY SIZE
004402            WS-TOTAL-ED         DELIMITED BY SIZE
004403         INTO WS-REPORT-LINE.
004404     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.

004405*    THE REGISTER'S TOTALS ARE THE LEDGER'S CONTROLS.
004406     IF WS-GLACT-STATUS = "00"
004407         SET GA-CONTROL TO TRUE
004408         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
004409         MOVE RH-RUN-DATE TO GA-POST-DATE
004410         MOVE ZERO TO GA-STUDENT-ID
004411         MOVE SPACES TO GA-TERM-CODE
004412         MOVE WS-REFUNDS-POSTED TO GA-ITEM-COUNT
004413         SET GA-CAT-TUIT-REFUND TO TRUE
004414         MOVE WS-TUIT-REFUND-TOTAL TO GA-AMOUNT
004415         WRITE GA-ACTIVITY-RECORD
004416         SET GA-CAT-FEE-REFUND TO TRUE
004417         MOVE WS-FEE-REFUND-TOTAL TO GA-AMOUNT
004418         WRITE GA-ACTIVITY-RECORD
004419         CLOSE GL-ACTIVITY-FILE
004420     END-IF.

004421     IF WS-FEED-STATUS = "00" OR WS-FEED-STATUS = "10"
004422         CLOSE DROP-FEED
004440*        THE FEED IS CONSUMED - EMPTY IT SO TOMORROW'S RUN ONLY
004450*        SEES TOMORROW'S DROPS.  EXCEPTIONS WERE REPORTED AND
004460*        ARE THE BURSAR'S TO RE-KEY, NOT RE-FED.
004480         CLOSE DROP-FEED
004490     END-IF.
004500     CLOSE TERM-CONTROL.
004510     CLOSE ENROLLMENT-MASTER.
004520     CLOSE BILLING-FILE.
004530     CLOSE REFUND-FILE.
004540     CLOSE REGISTER-RPT.
