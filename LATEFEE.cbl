000010******************************************************************
000020* PROGRAM-ID : LATEFEE
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   MONTHLY LATE-FEE ASSESSMENT, RUN AFTER THE RECEIVABLES
000090*   AGING (BILLAGE).  WALKS THE TERM BILLING FILE (STUBILL)
000100*   STUDENT BY STUDENT, AGES EVERY OPEN BALANCE AS BILLAGE DOES
000110*   (30/360 FROM ASSESSMENT, OR FROM THE OLDEST MISSED PAYMENT
000120*   PLAN INSTALLMENT - A STUDENT CURRENT ON A PLAN IS NOT PAST
000130*   DUE) AND, FOR A BILL PAST 30 DAYS, TAKES THE LATEPOL ROW
000140*   FOR ITS BUCKET AND BALANCE:
000150*     - THE ROW'S FEE IS ADDED TO THE BILL, AT MOST ONCE A
000160*       MONTH PER BILL (LATEHIST RECORDS EACH FEE CHARGED);
000170*     - A ROW FLAGGED FOR A HOLD PUTS A FINANCIAL HOLD ON THE
000180*       STUDENT, PLACED BY "LATEF", AND QUEUES AN "HP"
000190*       NOTIFICATION AS HOLDMNT DOES.
000200*   A "LATEF" HOLD ON A STUDENT WHOSE BILLS ARE NOW ALL UNDER
000210*   THE POLICY'S HOLD THRESHOLD IS RELEASED (PAYPOST RELEASES
000220*   IT TOO, AS SOON AS THE PAYMENT POSTS).  HOLDS KEYED BY A
000230*   PERSON THROUGH HOLDMNT ARE NEVER TOUCHED.  THE REGISTER
000234*   LISTS EVERY FEE ASSESSED AND HOLD PLACED OR RELEASED.  EVERY
000238*   FEE CHARGED IS ALSO WRITTEN TO THE GENERAL-LEDGER ACTIVITY
000242*   FILE (GLACTV), WITH THE REGISTER'S FEE AMOUNT AS ITS CONTROL
000246*   RECORD.
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY.
000270*   2026-10-15  RO   ORIGINAL PROGRAM.
000273*   2026-10-15  RO   FEES CHARGED WRITTEN TO THE GL ACTIVITY FILE
000276*                    (GLACTV) FOR THE DAILY JOURNAL.
000277*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000278*                    AS A CHAIN STEP BY CALL.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    LATEFEE.
000310 AUTHOR.        R. OKONKWO.
000320 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000330 DATE-WRITTEN.  2026-10-15.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BL-BILL-KEY
000420         FILE STATUS IS WS-BILL-STATUS.

000430     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS IP-INSTALLMENT-KEY
000470         FILE STATUS IS WS-PLAN-STATUS.

000480     SELECT POLICY-TABLE ASSIGN TO "LATEPOL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-POL-STATUS.

000510     SELECT LATE-FEE-FILE ASSIGN TO "LATEHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LF-LATE-FEE-KEY
000550         FILE STATUS IS WS-LATE-STATUS.

000560     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HD-HOLD-KEY
000600         FILE STATUS IS WS-HOLD-STATUS.

000610     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQUE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-NOTIF-STATUS.

000640     SELECT LATE-FEE-RPT ASSIGN TO "LATERPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.

000662     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-GLACT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BILLING-FILE.
000700     COPY "billrec.cpy".

000710 FD  PLAN-FILE.
000720     COPY "payplan.cpy".

000730 FD  POLICY-TABLE.
000740     COPY "latepol.cpy".

000750 FD  LATE-FEE-FILE.
000760     COPY "latehist.cpy".

000770 FD  HOLD-FILE.
000780     COPY "holdrec.cpy".

000790 FD  NOTIFY-QUEUE.
000800     COPY "notifrec.cpy".

000810 FD  LATE-FEE-RPT.
000820 01  LR-REPORT-LINE           PIC X(80).

000823 FD  GL-ACTIVITY-FILE.
000826     COPY "glactv.cpy".

000830 WORKING-STORAGE SECTION.
000840     COPY "runhdr.cpy".

000850 01  WS-SWITCHES.
000860     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000870         88  WS-EOF           VALUE "Y".
000880     05  WS-LOAD-EOF-SWITCH   PIC X(01) VALUE "N".
000890         88  WS-LOAD-EOF      VALUE "Y".
000900     05  WS-PLAN-EOF-SWITCH   PIC X(01) VALUE "N".
000910         88  WS-PLAN-EOF      VALUE "Y".
000920     05  WS-PLAN-OPEN-SWITCH  PIC X(01) VALUE "N".
000930         88  WS-PLAN-FILE-OPEN VALUE "Y".
000940     05  WS-ON-PLAN-SWITCH    PIC X(01) VALUE "N".
000950         88  WS-ON-PLAN       VALUE "Y".
000960     05  WS-NEEDS-HOLD-SWITCH PIC X(01) VALUE "N".
000970         88  WS-NEEDS-HOLD    VALUE "Y".
000980     05  WS-ANY-BILL-SWITCH   PIC X(01) VALUE "N".
000990         88  WS-ANY-BILL      VALUE "Y".

001000 01  WS-FILE-STATUSES.
001010     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
001020     05  WS-PLAN-STATUS       PIC X(02) VALUE "00".
001030     05  WS-POL-STATUS        PIC X(02) VALUE "00".
001040     05  WS-LATE-STATUS       PIC X(02) VALUE "00".
001050     05  WS-HOLD-STATUS       PIC X(02) VALUE "00".
001060     05  WS-NOTIF-STATUS      PIC X(02) VALUE "00".
001070     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001075     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".

001080*    THE HOLDER NAME A SYSTEM-PLACED FINANCIAL HOLD CARRIES.
001090 01  WS-SYSTEM-HOLDER         PIC X(05) VALUE "LATEF".

001100*    THE POLICY IS A SMALL CONTROL FILE - TABLED ONCE.
001110 01  WS-POLICY-TABLE.
001120     05  WS-POLICY-ENTRY OCCURS 30 TIMES.
001130         10  WS-PL-BUCKET     PIC X(01).
001140         10  WS-PL-MIN-BAL    PIC 9(07)V99.
001150         10  WS-PL-FEE        PIC 9(05)V99.
001160         10  WS-PL-HOLD       PIC X(01).
001170 01  WS-POLICY-USED           PIC 9(02) COMP VALUE ZERO.
001180 01  WS-POLICY-SUB            PIC 9(02) COMP.
001190 01  WS-POLICY-FOUND          PIC 9(02) COMP.
001200 01  WS-HOLD-THRESHOLD        PIC 9(07)V99 VALUE ZERO.

001210 01  WS-COUNTERS COMP.
001220     05  WS-BILLS-READ        PIC 9(05) VALUE ZERO.
001230     05  WS-PAST-DUE-COUNT    PIC 9(05) VALUE ZERO.
001240     05  WS-FEES-ASSESSED     PIC 9(05) VALUE ZERO.
001250     05  WS-ALREADY-CHARGED   PIC 9(05) VALUE ZERO.
001260     05  WS-HOLDS-PLACED      PIC 9(05) VALUE ZERO.
001270     05  WS-HOLDS-RELEASED    PIC 9(05) VALUE ZERO.

001280 01  WS-FEE-TOTAL             PIC 9(09)V99 VALUE ZERO.

001290 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.
001300 01  WS-STUDENT-MAX-BAL       PIC S9(07)V99 VALUE ZERO.

001310 01  WS-TODAY-PARTS.
001320     05  WS-TODAY-YYYY        PIC 9(04).
001330     05  WS-TODAY-MM          PIC 9(02).
001340     05  WS-TODAY-DD          PIC 9(02).
001350 01  WS-AGE-PARTS.
001360     05  WS-AGE-YYYY          PIC 9(04).
001370     05  WS-AGE-MM            PIC 9(02).
001380     05  WS-AGE-DD            PIC 9(02).
001390 01  WS-AGE-DAYS              PIC S9(05).
001400*    DATE THE BALANCE IS AGED FROM - THE ASSESSMENT DATE, OR FOR
001410*    A PLAN BILL THE OLDEST MISSED INSTALLMENT'S DUE DATE (ZERO
001420*    WHEN THE STUDENT IS CURRENT ON THE PLAN), AS BILLAGE AGES.
001430 01  WS-AGE-FROM-DATE         PIC 9(08).
001440 01  WS-BUCKET                PIC X(01).

001450 01  WS-EDIT-FIELDS.
001460     05  WS-COUNT-ED          PIC ZZZZ9.
001470     05  WS-BALANCE-ED        PIC Z,ZZZ,ZZ9.99-.
001480     05  WS-FEE-ED            PIC ZZ,ZZ9.99.
001490     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.

001500 01  WS-REPORT-LINE           PIC X(80).

001510 PROCEDURE DIVISION.

001520******************************************************************
001530* 0000-MAINLINE.
001540******************************************************************
001550 0000-MAINLINE.
001560     MOVE "LATEFEE" TO RH-PROGRAM-NAME.
001570     CALL "BIZDATE" USING RH-RUN-DATE.
001580     ACCEPT RH-RUN-TIME FROM TIME.
001590     MOVE RH-RUN-DATE TO WS-TODAY-PARTS.
001600     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001610         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001630     PERFORM 2000-ONE-BILL THRU 2000-ONE-BILL-EXIT
001640         UNTIL WS-EOF.
001650     IF WS-ANY-BILL
001660         PERFORM 2500-SETTLE-HOLD THRU 2500-SETTLE-HOLD-EXIT
001670     END-IF.
001680     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001690     ACCEPT RH-RUN-TIME FROM TIME.
001700     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001710         RH-RUN-TIME.
001715*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
001720     GOBACK.

001730******************************************************************
001740* 1000-INITIALIZE - TABLE THE POLICY AND OPEN FILES.
001750******************************************************************
001760 1000-INITIALIZE.
001770     OPEN OUTPUT LATE-FEE-RPT.
001780     MOVE "LATE FEE AND FINANCIAL HOLD REGISTER"
001790         TO WS-REPORT-LINE.
001800     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001810     MOVE "STUDENT  TERM  BKT       BALANCE       FEE  ACTION"
001820         TO WS-REPORT-LINE.
001830     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001832     OPEN EXTEND GL-ACTIVITY-FILE.
001834     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
001836         OPEN OUTPUT GL-ACTIVITY-FILE
001838     END-IF.

001840     PERFORM 1100-LOAD-POLICY THRU 1100-LOAD-POLICY-EXIT.
001850     IF WS-POLICY-USED = ZERO
001860         MOVE "  (NO LATE-FEE POLICY ROWS - NOTHING ASSESSED)"
001870             TO WS-REPORT-LINE
001880         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
001890         SET WS-EOF TO TRUE
001900         MOVE 8 TO RETURN-CODE
001910         GO TO 1000-INITIALIZE-EXIT
001920     END-IF.

001930     OPEN I-O BILLING-FILE.
001940     IF WS-BILL-STATUS NOT = "00"
001950         MOVE "  (BILLING FILE NOT AVAILABLE)" TO WS-REPORT-LINE
001960         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
001970         SET WS-EOF TO TRUE
001980         MOVE 8 TO RETURN-CODE
001990         GO TO 1000-INITIALIZE-EXIT
002000     END-IF.

002010*    NO PLAN FILE YET SIMPLY MEANS NO BALANCE IS ON A PLAN.
002020     OPEN INPUT PLAN-FILE.
002030     IF WS-PLAN-STATUS = "00"
002040         SET WS-PLAN-FILE-OPEN TO TRUE
002050     END-IF.
002060     OPEN I-O LATE-FEE-FILE.
002070     IF WS-LATE-STATUS = "35"
002080         OPEN OUTPUT LATE-FEE-FILE
002090         CLOSE LATE-FEE-FILE
002100         OPEN I-O LATE-FEE-FILE
002110     END-IF.
002120     OPEN I-O HOLD-FILE.
002130     IF WS-HOLD-STATUS = "35"
002140         OPEN OUTPUT HOLD-FILE
002150         CLOSE HOLD-FILE
002160         OPEN I-O HOLD-FILE
002170     END-IF.
002180     OPEN EXTEND NOTIFY-QUEUE.
002190     IF WS-NOTIF-STATUS = "05" OR WS-NOTIF-STATUS = "35"
002200         OPEN OUTPUT NOTIFY-QUEUE
002210     END-IF.

002220     PERFORM 2100-READ-BILL THRU 2100-READ-BILL-EXIT.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.

002250******************************************************************
002260* 1100-LOAD-POLICY - TABLE THE LATEPOL ROWS; THE LOWEST MINIMUM
002270*                    OF THE HOLD ROWS IS THE HOLD THRESHOLD.
002280******************************************************************
002290 1100-LOAD-POLICY.
002300     MOVE "N" TO WS-LOAD-EOF-SWITCH.
002310     OPEN INPUT POLICY-TABLE.
002320     IF WS-POL-STATUS NOT = "00"
002330         GO TO 1100-LOAD-POLICY-EXIT
002340     END-IF.
002350     PERFORM 1110-LOAD-ONE-ROW THRU 1110-LOAD-ONE-ROW-EXIT
002360         UNTIL WS-LOAD-EOF.
002370     CLOSE POLICY-TABLE.
002380 1100-LOAD-POLICY-EXIT.
002390     EXIT.

002400******************************************************************
002410* 1110-LOAD-ONE-ROW - TABLE ONE POLICY ROW.
002420******************************************************************
002430 1110-LOAD-ONE-ROW.
002440     READ POLICY-TABLE
002450         AT END
002460             SET WS-LOAD-EOF TO TRUE
002470             GO TO 1110-LOAD-ONE-ROW-EXIT
002480     END-READ.
002490     IF WS-POLICY-USED < 30
002500         ADD 1 TO WS-POLICY-USED
002510         MOVE LP-BUCKET TO WS-PL-BUCKET (WS-POLICY-USED)
002520         MOVE LP-MIN-BALANCE TO WS-PL-MIN-BAL (WS-POLICY-USED)
002530         MOVE LP-FEE-AMOUNT TO WS-PL-FEE (WS-POLICY-USED)
002540         MOVE LP-HOLD-FLAG TO WS-PL-HOLD (WS-POLICY-USED)
002550         IF LP-PLACES-HOLD
002560                 AND (WS-HOLD-THRESHOLD = ZERO
002570                   OR LP-MIN-BALANCE < WS-HOLD-THRESHOLD)
002580             MOVE LP-MIN-BALANCE TO WS-HOLD-THRESHOLD
002590         END-IF
002600     END-IF.
002610 1110-LOAD-ONE-ROW-EXIT.
002620     EXIT.

002630******************************************************************
002640* 2100-READ-BILL - NEXT TERM BILL, IN STUDENT ORDER.
002650******************************************************************
002660 2100-READ-BILL.
002670     READ BILLING-FILE NEXT RECORD
002680         AT END
002690             SET WS-EOF TO TRUE
002700     END-READ.
002710 2100-READ-BILL-EXIT.
002720     EXIT.

002730******************************************************************
002740* 2000-ONE-BILL - AGE ONE BILL AND CHARGE ITS LATE FEE.  A NEW
002750*                 STUDENT FIRST SETTLES THE LAST ONE'S HOLD.
002760******************************************************************
002770 2000-ONE-BILL.
002780     IF WS-ANY-BILL AND BL-STUDENT-ID NOT = WS-CURRENT-STUDENT
002790         PERFORM 2500-SETTLE-HOLD THRU 2500-SETTLE-HOLD-EXIT
002800     END-IF.
002810     IF NOT WS-ANY-BILL OR BL-STUDENT-ID NOT = WS-CURRENT-STUDENT
002820         SET WS-ANY-BILL TO TRUE
002830         MOVE BL-STUDENT-ID TO WS-CURRENT-STUDENT
002840         MOVE ZERO TO WS-STUDENT-MAX-BAL
002850         MOVE "N" TO WS-NEEDS-HOLD-SWITCH
002860     END-IF.
002870     ADD 1 TO WS-BILLS-READ.
002880     IF BL-BALANCE > WS-STUDENT-MAX-BAL
002890         MOVE BL-BALANCE TO WS-STUDENT-MAX-BAL
002900     END-IF.
002910     IF BL-BALANCE NOT > ZERO
002920         GO TO 2000-NEXT-BILL
002930     END-IF.

002940     PERFORM 2200-AGE-BILL THRU 2200-AGE-BILL-EXIT.
002950     IF WS-BUCKET = SPACE
002960         GO TO 2000-NEXT-BILL
002970     END-IF.
002980     ADD 1 TO WS-PAST-DUE-COUNT.

002990*    THE BUCKET'S ROW WITH THE LARGEST MINIMUM THE BALANCE MEETS.
003000     MOVE ZERO TO WS-POLICY-FOUND.
003010     PERFORM VARYING WS-POLICY-SUB FROM 1 BY 1
003020             UNTIL WS-POLICY-SUB > WS-POLICY-USED
003030         IF WS-PL-BUCKET (WS-POLICY-SUB) = WS-BUCKET
003040                 AND WS-PL-MIN-BAL (WS-POLICY-SUB) <= BL-BALANCE
003050             IF WS-POLICY-FOUND = ZERO
003060                 MOVE WS-POLICY-SUB TO WS-POLICY-FOUND
003070             ELSE
003080                 IF WS-PL-MIN-BAL (WS-POLICY-SUB) >
003090                         WS-PL-MIN-BAL (WS-POLICY-FOUND)
003100                     MOVE WS-POLICY-SUB TO WS-POLICY-FOUND
003110                 END-IF
003120             END-IF
003130         END-IF
003140     END-PERFORM.
003150     IF WS-POLICY-FOUND = ZERO
003160         GO TO 2000-NEXT-BILL
003170     END-IF.
003180     IF WS-PL-HOLD (WS-POLICY-FOUND) = "Y"
003190         SET WS-NEEDS-HOLD TO TRUE
003200     END-IF.
003210     IF WS-PL-FEE (WS-POLICY-FOUND) > ZERO
003220         PERFORM 2400-CHARGE-FEE THRU 2400-CHARGE-FEE-EXIT
003230     END-IF.

003240 2000-NEXT-BILL.
003250     PERFORM 2100-READ-BILL THRU 2100-READ-BILL-EXIT.
003260 2000-ONE-BILL-EXIT.
003270     EXIT.

003280******************************************************************
003290* 2200-AGE-BILL - BUCKET THE BILL BY DAYS PAST DUE: SPACE FOR
003300*                 30 DAYS OR LESS (OR CURRENT ON A PLAN), ELSE
003310*                 1, 2 OR 3 AS THE POLICY NUMBERS THEM.
003320******************************************************************
003330 2200-AGE-BILL.
003340     MOVE SPACE TO WS-BUCKET.
003350     MOVE BL-ASSESS-DATE TO WS-AGE-FROM-DATE.
003360     MOVE "N" TO WS-ON-PLAN-SWITCH.
003370     IF WS-PLAN-FILE-OPEN
003380         PERFORM 2300-CHECK-PLAN THRU 2300-CHECK-PLAN-EXIT
003390     END-IF.
003400     IF WS-ON-PLAN AND WS-AGE-FROM-DATE = ZERO
003410         GO TO 2200-AGE-BILL-EXIT
003420     END-IF.
003430     MOVE WS-AGE-FROM-DATE TO WS-AGE-PARTS.
003440     COMPUTE WS-AGE-DAYS =
003450         ((WS-TODAY-YYYY - WS-AGE-YYYY) * 360)
003460         + ((WS-TODAY-MM - WS-AGE-MM) * 30)
003470         + (WS-TODAY-DD - WS-AGE-DD).
003480     EVALUATE TRUE
003490         WHEN WS-AGE-DAYS <= 30
003500             MOVE SPACE TO WS-BUCKET
003510         WHEN WS-AGE-DAYS <= 60
003520             MOVE "1" TO WS-BUCKET
003530         WHEN WS-AGE-DAYS <= 90
003540             MOVE "2" TO WS-BUCKET
003550         WHEN OTHER
003560             MOVE "3" TO WS-BUCKET
003570     END-EVALUATE.
003580 2200-AGE-BILL-EXIT.
003590     EXIT.

003600******************************************************************
003610* 2300-CHECK-PLAN - IS THE BALANCE ON A PAYMENT PLAN, AND IF SO
003620*                   WHEN WAS THE OLDEST INSTALLMENT MISSED?
003630******************************************************************
003640 2300-CHECK-PLAN.
003650     MOVE "N" TO WS-PLAN-EOF-SWITCH.
003660     MOVE BL-STUDENT-ID TO IP-STUDENT-ID.
003670     MOVE BL-TERM-CODE TO IP-TERM-CODE.
003680     MOVE ZERO TO IP-INSTALL-NO.
003690     START PLAN-FILE
003700         KEY IS NOT LESS THAN IP-INSTALLMENT-KEY
003710         INVALID KEY
003720             SET WS-PLAN-EOF TO TRUE
003730     END-START.
003740     PERFORM 2310-ONE-INSTALLMENT THRU 2310-ONE-INSTALLMENT-EXIT
003750         UNTIL WS-PLAN-EOF.
003760 2300-CHECK-PLAN-EXIT.
003770     EXIT.

003780******************************************************************
003790* 2310-ONE-INSTALLMENT - LOOK AT ONE INSTALLMENT OF THE PLAN.
003800******************************************************************
003810 2310-ONE-INSTALLMENT.
003820     READ PLAN-FILE NEXT RECORD
003830         AT END
003840             SET WS-PLAN-EOF TO TRUE
003850     END-READ.
003860     IF WS-PLAN-STATUS NOT = "00" AND NOT WS-PLAN-EOF
003870         SET WS-PLAN-EOF TO TRUE
003880     END-IF.
003890     IF WS-PLAN-EOF
003900         GO TO 2310-ONE-INSTALLMENT-EXIT
003910     END-IF.
003920     IF IP-STUDENT-ID NOT = BL-STUDENT-ID
003930             OR IP-TERM-CODE NOT = BL-TERM-CODE
003940         SET WS-PLAN-EOF TO TRUE
003950         GO TO 2310-ONE-INSTALLMENT-EXIT
003960     END-IF.
003970     IF IP-CANCELLED
003980         GO TO 2310-ONE-INSTALLMENT-EXIT
003990     END-IF.
004000     IF NOT WS-ON-PLAN
004010         SET WS-ON-PLAN TO TRUE
004020         MOVE ZERO TO WS-AGE-FROM-DATE
004030     END-IF.
004040     IF IP-OPEN AND IP-DUE-DATE < RH-RUN-DATE
004050         MOVE IP-DUE-DATE TO WS-AGE-FROM-DATE
004060         SET WS-PLAN-EOF TO TRUE
004070     END-IF.
004080 2310-ONE-INSTALLMENT-EXIT.
004090     EXIT.

004100******************************************************************
004110* 2400-CHARGE-FEE - RECORD THE MONTH'S FEE AND ADD IT TO THE
004120*                   BILL.  A BILL ALREADY CHARGED THIS MONTH IS
004130*                   LEFT ALONE, SO A RERUN CHARGES NOTHING.
004140******************************************************************
004150 2400-CHARGE-FEE.
004160     MOVE BL-STUDENT-ID TO LF-STUDENT-ID.
004170     MOVE BL-TERM-CODE TO LF-TERM-CODE.
004180     MOVE RH-RUN-DATE (1:6) TO LF-ASSESS-MONTH.
004190     MOVE WS-BUCKET TO LF-BUCKET.
004200     MOVE BL-BALANCE TO LF-BALANCE.
004210     MOVE WS-PL-FEE (WS-POLICY-FOUND) TO LF-FEE-AMOUNT.
004220     MOVE RH-RUN-DATE TO LF-ASSESS-DATE.
004230     WRITE LF-LATE-FEE-RECORD
004240         INVALID KEY
004250             ADD 1 TO WS-ALREADY-CHARGED
004260             GO TO 2400-CHARGE-FEE-EXIT
004270     END-WRITE.

004280     ADD LF-FEE-AMOUNT TO BL-ASSESSED-AMT.
004290     COMPUTE BL-BALANCE = BL-ASSESSED-AMT - BL-AID-AMT
004300         - BL-REFUND-AMT - BL-PAID-AMT.
004310     REWRITE BL-BILLING-RECORD.
004320     ADD 1 TO WS-FEES-ASSESSED.
004330     ADD LF-FEE-AMOUNT TO WS-FEE-TOTAL.
004335     PERFORM 2800-GL-ACTIVITY THRU 2800-GL-ACTIVITY-EXIT.

004340     MOVE LF-BALANCE TO WS-BALANCE-ED.
004350     MOVE LF-FEE-AMOUNT TO WS-FEE-ED.
004360     MOVE SPACES TO WS-REPORT-LINE.
004370     STRING BL-STUDENT-ID     DELIMITED BY SIZE
004380            " "               DELIMITED BY SIZE
004390            BL-TERM-CODE      DELIMITED BY SIZE
004400            "  "              DELIMITED BY SIZE
004410            WS-BUCKET         DELIMITED BY SIZE
004420            "  "              DELIMITED BY SIZE
004430            WS-BALANCE-ED     DELIMITED BY SIZE
004440            " "               DELIMITED BY SIZE
004450            WS-FEE-ED         DELIMITED BY SIZE
004460            "  LATE FEE"      DELIMITED BY SIZE
004470         INTO WS-REPORT-LINE.
004480     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
004490 2400-CHARGE-FEE-EXIT.
004500     EXIT.

004510******************************************************************
004520* 2500-SETTLE-HOLD - AT THE END OF A STUDENT: PLACE THE
004530*                    FINANCIAL HOLD IF A BILL CALLED FOR ONE,
004540*                    OR RELEASE OUR OWN HOLD ONCE EVERY BILL IS
004550*                    UNDER THE HOLD THRESHOLD.
004560******************************************************************
004570 2500-SETTLE-HOLD.
004580     MOVE WS-CURRENT-STUDENT TO HD-STUDENT-ID.
004590     MOVE "F" TO HD-HOLD-TYPE.
004600     READ HOLD-FILE
004610         INVALID KEY
004620             CONTINUE
004630     END-READ.

004640     IF WS-NEEDS-HOLD
004650         IF WS-HOLD-STATUS = "00" AND HD-ACTIVE
004660             GO TO 2500-SETTLE-HOLD-EXIT
004670         END-IF
004680         MOVE WS-CURRENT-STUDENT TO HD-STUDENT-ID
004690         MOVE "F" TO HD-HOLD-TYPE
004700         SET HD-ACTIVE TO TRUE
004710         MOVE " " TO HD-TRANSCRIPT-FLAG
004720         MOVE RH-RUN-DATE TO HD-PLACED-DATE
004730         MOVE WS-SYSTEM-HOLDER TO HD-PLACED-BY
004740         MOVE ZERO TO HD-RELEASE-DATE
004750         MOVE SPACES TO HD-RELEASED-BY
004760         WRITE HD-HOLD-RECORD
004770             INVALID KEY
004780                 REWRITE HD-HOLD-RECORD
004790         END-WRITE
004800         ADD 1 TO WS-HOLDS-PLACED
004810         MOVE "FINANCIAL HOLD PLACED" TO WS-REPORT-LINE (45:)
004820         PERFORM 2600-HOLD-LINE THRU 2600-HOLD-LINE-EXIT
004830         PERFORM 2700-QUEUE-NOTIFICATION
004840             THRU 2700-QUEUE-NOTIFICATION-EXIT
004850         GO TO 2500-SETTLE-HOLD-EXIT
004860     END-IF.

004870     IF WS-HOLD-STATUS NOT = "00" OR NOT HD-ACTIVE
004880             OR HD-PLACED-BY NOT = WS-SYSTEM-HOLDER
004890             OR WS-STUDENT-MAX-BAL NOT < WS-HOLD-THRESHOLD
004900         GO TO 2500-SETTLE-HOLD-EXIT
004910     END-IF.
004920     SET HD-RELEASED TO TRUE.
004930     MOVE RH-RUN-DATE TO HD-RELEASE-DATE.
004940     MOVE WS-SYSTEM-HOLDER TO HD-RELEASED-BY.
004950     REWRITE HD-HOLD-RECORD.
004960     ADD 1 TO WS-HOLDS-RELEASED.
004970     MOVE "FINANCIAL HOLD RELEASED" TO WS-REPORT-LINE (45:).
004980     PERFORM 2600-HOLD-LINE THRU 2600-HOLD-LINE-EXIT.
004990 2500-SETTLE-HOLD-EXIT.
005000     EXIT.

005010******************************************************************
005020* 2600-HOLD-LINE - ONE REGISTER LINE FOR A HOLD.  THE CALLER
005030*                  LEAVES THE ACTION TEXT AT COLUMN 45.
005040******************************************************************
005050 2600-HOLD-LINE.
005060     MOVE WS-CURRENT-STUDENT TO WS-REPORT-LINE (1:8).
005070     MOVE SPACES TO WS-REPORT-LINE (9:36).
005080     MOVE WS-STUDENT-MAX-BAL TO WS-BALANCE-ED.
005090     MOVE WS-BALANCE-ED TO WS-REPORT-LINE (20:13).
005100     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005110     MOVE SPACES TO WS-REPORT-LINE.
005120 2600-HOLD-LINE-EXIT.
005130     EXIT.

005140******************************************************************
005150* 2700-QUEUE-NOTIFICATION - TELL A HUMAN A HOLD WENT ON, AS
005160*                           HOLDMNT DOES.
005170******************************************************************
005180 2700-QUEUE-NOTIFICATION.
005190     IF WS-NOTIF-STATUS NOT = "00"
005200         GO TO 2700-QUEUE-NOTIFICATION-EXIT
005210     END-IF.
005220     SET NF-EVENT-HOLD TO TRUE.
005230     MOVE RH-RUN-DATE TO NF-EVENT-DATE.
005240     ACCEPT NF-EVENT-TIME FROM TIME.
005250     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
005260     MOVE SPACES TO NF-SUBJECT-ID.
005270     MOVE WS-CURRENT-STUDENT TO NF-SUBJECT-ID.
005280     MOVE SPACES TO NF-EVENT-TEXT.
005290     STRING "HOLD TYPE F PLACED BY " DELIMITED BY SIZE
005300            WS-SYSTEM-HOLDER         DELIMITED BY SIZE
005310            " - PAST DUE"            DELIMITED BY SIZE
005320         INTO NF-EVENT-TEXT.
005330     WRITE NF-NOTIFY-RECORD.
005340 2700-QUEUE-NOTIFICATION-EXIT.
005341     EXIT.

005342******************************************************************
005343* 2800-GL-ACTIVITY - THE LATE FEE CHARGED, FOR THE GENERAL LEDGER.
005344******************************************************************
005345 2800-GL-ACTIVITY.
005346     IF WS-GLACT-STATUS NOT = "00"
005347         GO TO 2800-GL-ACTIVITY-EXIT
005348     END-IF.
005349     SET GA-DETAIL TO TRUE.
005350     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
005351     MOVE RH-RUN-DATE TO GA-POST-DATE.
005352     SET GA-CAT-LATE-FEE TO TRUE.
005353     MOVE BL-STUDENT-ID TO GA-STUDENT-ID.
005354     MOVE BL-TERM-CODE TO GA-TERM-CODE.
005355     MOVE LF-FEE-AMOUNT TO GA-AMOUNT.
005356     MOVE ZERO TO GA-ITEM-COUNT.
005357     WRITE GA-ACTIVITY-RECORD.
005358 2800-GL-ACTIVITY-EXIT.
005359     EXIT.

005360******************************************************************
005370* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
005380******************************************************************
005390 3000-FINISH.
005400     MOVE SPACES TO WS-REPORT-LINE.
005410     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005420     MOVE WS-BILLS-READ TO WS-COUNT-ED.
005430     MOVE SPACES TO WS-REPORT-LINE.
005440     STRING "BILLS READ:       " DELIMITED BY SIZE
005450            WS-COUNT-ED          DELIMITED BY SIZE
005460         INTO WS-REPORT-LINE.
005470     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005480     MOVE WS-PAST-DUE-COUNT TO WS-COUNT-ED.
005490     MOVE SPACES TO WS-REPORT-LINE.
005500     STRING "PAST DUE:         " DELIMITED BY SIZE
005510            WS-COUNT-ED          DELIMITED BY SIZE
005520         INTO WS-REPORT-LINE.
005530     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005540     MOVE WS-FEES-ASSESSED TO WS-COUNT-ED.
005550     MOVE SPACES TO WS-REPORT-LINE.
005560     STRING "FEES ASSESSED:    " DELIMITED BY SIZE
005570            WS-COUNT-ED          DELIMITED BY SIZE
005580         INTO WS-REPORT-LINE.
005590     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005600     MOVE WS-ALREADY-CHARGED TO WS-COUNT-ED.
005610     MOVE SPACES TO WS-REPORT-LINE.
005620     STRING "CHARGED EARLIER:  " DELIMITED BY SIZE
005630            WS-COUNT-ED          DELIMITED BY SIZE
005640         INTO WS-REPORT-LINE.
005650     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005660     MOVE WS-FEE-TOTAL TO WS-TOTAL-ED.
005670     MOVE SPACES TO WS-REPORT-LINE.
005680     STRING "FEE AMOUNT:     "   DELIMITED BY SIZE
005690            WS-TOTAL-ED          DELIMITED BY SIZE
005700         INTO WS-REPORT-LINE.
005710     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005720     MOVE WS-HOLDS-PLACED TO WS-COUNT-ED.
005730     MOVE SPACES TO WS-REPORT-LINE.
005740     STRING "HOLDS PLACED:     " DELIMITED BY SIZE
005750            WS-COUNT-ED          DELIMITED BY SIZE
005760         INTO WS-REPORT-LINE.
005770     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005780     MOVE WS-HOLDS-RELEASED TO WS-COUNT-ED.
005790     MOVE SPACES TO WS-REPORT-LINE.
005800     STRING "HOLDS RELEASED:   " DELIMITED BY SIZE
005810            WS-COUNT-ED          DELIMITED BY SIZE
005820         INTO WS-REPORT-LINE.
005821     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

005822*    THE REGISTER'S FEE AMOUNT IS THE LEDGER'S CONTROL.
005823     IF WS-GLACT-STATUS = "00"
005824         SET GA-CONTROL TO TRUE
005825         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
005826         MOVE RH-RUN-DATE TO GA-POST-DATE
005827         SET GA-CAT-LATE-FEE TO TRUE
005828         MOVE ZERO TO GA-STUDENT-ID
005829         MOVE SPACES TO GA-TERM-CODE
005830         MOVE WS-FEE-TOTAL TO GA-AMOUNT
005831         MOVE WS-FEES-ASSESSED TO GA-ITEM-COUNT
005832         WRITE GA-ACTIVITY-RECORD
005833         CLOSE GL-ACTIVITY-FILE
005834     END-IF.

005835     CLOSE LATE-FEE-RPT.
005850     IF WS-BILL-STATUS = "00" OR WS-BILL-STATUS = "10"
005860         CLOSE BILLING-FILE
005870         CLOSE LATE-FEE-FILE
005880         CLOSE HOLD-FILE
005890         CLOSE NOTIFY-QUEUE
005900     END-IF.
005910     IF WS-PLAN-FILE-OPEN
005920         CLOSE PLAN-FILE
005930     END-IF.
005940     IF RETURN-CODE NOT = 8
005950         MOVE 0 TO RETURN-CODE
005960     END-IF.
005970 3000-FINISH-EXIT.
005980     EXIT.

005990 END PROGRAM LATEFEE.
