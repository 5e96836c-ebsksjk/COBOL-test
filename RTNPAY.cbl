000010******************************************************************
000020* PROGRAM-ID : RTNPAY
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   RETURNED-PAYMENT REVERSAL.  READS THE BANK'S RETURNED-ITEM
000090*   FILE (RETITEM - CHECKS RETURNED UNPAID AND CARD PAYMENTS
000100*   CHARGED BACK) AND MATCHES EACH ITEM TO THE RECEIPT PAYPOST
000110*   POSTED (RCPTHIST, BY RECEIPT NUMBER; THE STUDENT AND AMOUNT
000120*   MUST AGREE).  FOR A MATCHED ITEM THE RECEIPT IS TAKEN BACK
000130*   OFF BL-PAID-AMT (AND OFF THE PAYMENT PLAN INSTALLMENTS IT
000140*   PAID, NEWEST FIRST), THE RETURNED-PAYMENT FEE FROM RTNPARM
000150*   IS ADDED TO THE BILL, A FINANCIAL HOLD IS PLACED BY "RTNPY"
000160*   WITH AN "HP" NOTIFICATION, AND THE STUDENT IS FLAGGED CASH
000170*   ONLY (CASHONLY) FOR THE RTNPARM NUMBER OF DAYS - PAYPOST
000180*   REFUSES THEIR CHECKS UNTIL IT RUNS OUT.  ITEMS THAT MATCH
000190*   NO POSTED RECEIPT ARE LISTED IN THE EXCEPTION SECTION AT
000194*   THE END OF THE REGISTER (RETURN-CODE 4).  EACH RECEIPT
000198*   REVERSED AND FEE CHARGED IS ALSO WRITTEN TO THE GENERAL-
000202*   LEDGER ACTIVITY FILE (GLACTV), WITH THE REGISTER TOTALS AS
000206*   ITS CONTROL RECORDS.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000233*   2026-10-15  RO   REVERSALS AND RETURN FEES WRITTEN TO THE GL
000236*                    ACTIVITY FILE (GLACTV) FOR THE DAILY JOURNAL.
000237*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000238*                    AS A CHAIN STEP BY CALL.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    RTNPAY.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RETURN-PARM ASSIGN TO "RTNPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PARM-STATUS.

000370     SELECT RETURNED-ITEMS ASSIGN TO "RETITEM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ITEM-STATUS.

000400     SELECT RECEIPT-FILE ASSIGN TO "RCPTHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RP-RECEIPT-NO
000440         ALTERNATE RECORD KEY IS RP-BILL-KEY
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-RCPT-STATUS.

000470     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BL-BILL-KEY
000510         FILE STATUS IS WS-BILL-STATUS.

000520     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS IP-INSTALLMENT-KEY
000560         FILE STATUS IS WS-PLAN-STATUS.

000570     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HD-HOLD-KEY
000610         FILE STATUS IS WS-HOLD-STATUS.

000620     SELECT CASH-ONLY-FILE ASSIGN TO "CASHONLY"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CS-STUDENT-ID
000660         FILE STATUS IS WS-CASH-STATUS.

000670     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQUE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-NOTIF-STATUS.

000700     SELECT RETURN-RPT ASSIGN TO "RTNREG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.

000722     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS WS-GLACT-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RETURN-PARM.
000760 01  RV-PARM-RECORD.
000770     05  RV-FEE-AMOUNT        PIC 9(05)V99.
000780     05  RV-CASH-ONLY-DAYS    PIC 9(03).

000790 FD  RETURNED-ITEMS.
000800     COPY "retitem.cpy".

000810 FD  RECEIPT-FILE.
000820     COPY "rcpthist.cpy".

000830 FD  BILLING-FILE.
000840     COPY "billrec.cpy".

000850 FD  PLAN-FILE.
000860     COPY "payplan.cpy".

000870 FD  HOLD-FILE.
000880     COPY "holdrec.cpy".

000890 FD  CASH-ONLY-FILE.
000900     COPY "cashonly.cpy".

000910 FD  NOTIFY-QUEUE.
000920     COPY "notifrec.cpy".

000930 FD  RETURN-RPT.
000940 01  RR-REPORT-LINE           PIC X(80).

000943 FD  GL-ACTIVITY-FILE.
000946     COPY "glactv.cpy".

000950 WORKING-STORAGE SECTION.
000960     COPY "runhdr.cpy".

000970 01  WS-SWITCHES.
000980     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000990         88  WS-EOF           VALUE "Y".
001000     05  WS-PLAN-EOF-SWITCH   PIC X(01) VALUE "N".
001010         88  WS-PLAN-EOF      VALUE "Y".
001020     05  WS-PLAN-OPEN-SWITCH  PIC X(01) VALUE "N".
001030         88  WS-PLAN-FILE-OPEN VALUE "Y".
001040     05  WS-FILES-OPEN-SWITCH PIC X(01) VALUE "N".
001050         88  WS-FILES-OPEN    VALUE "Y".

001060 01  WS-FILE-STATUSES.
001070     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001080     05  WS-ITEM-STATUS       PIC X(02) VALUE "00".
001090     05  WS-RCPT-STATUS       PIC X(02) VALUE "00".
001100     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
001110     05  WS-PLAN-STATUS       PIC X(02) VALUE "00".
001120     05  WS-HOLD-STATUS       PIC X(02) VALUE "00".
001130     05  WS-CASH-STATUS       PIC X(02) VALUE "00".
001140     05  WS-NOTIF-STATUS      PIC X(02) VALUE "00".
001150     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001155     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".

001160*    RUN PARAMETERS - THE DEFAULTS STAND WHEN RTNPARM IS ABSENT.
001170 01  WS-FEE-AMOUNT            PIC 9(05)V99 VALUE 25.00.
001180 01  WS-CASH-ONLY-DAYS        PIC 9(03) VALUE 180.

001190*    THE HOLDER NAME THIS RUN'S FINANCIAL HOLDS CARRY, AND THE
001200*    ONE THE LATE-FEE STEP USES (SUCH A HOLD IS TAKEN OVER).
001210 01  WS-SYSTEM-HOLDER         PIC X(05) VALUE "RTNPY".
001220 01  WS-LATE-FEE-HOLDER       PIC X(05) VALUE "LATEF".

001230 01  WS-COUNTERS COMP.
001240     05  WS-ITEMS-READ        PIC 9(05) VALUE ZERO.
001250     05  WS-ITEMS-REVERSED    PIC 9(05) VALUE ZERO.
001260     05  WS-EXCEPTION-COUNT   PIC 9(05) VALUE ZERO.
001270     05  WS-HOLDS-PLACED      PIC 9(05) VALUE ZERO.
001280     05  WS-INSTALLS-REOPENED PIC 9(05) VALUE ZERO.

001290 01  WS-REVERSED-TOTAL        PIC 9(09)V99 VALUE ZERO.
001300 01  WS-FEE-TOTAL             PIC 9(09)V99 VALUE ZERO.
001310 01  WS-UNREVERSED            PIC 9(07)V99.
001320 01  WS-UNTIL-SERIAL          PIC 9(08) COMP.
001330 01  WS-UNTIL-DATE            PIC 9(08).

001340*    THE PLAN INSTALLMENTS THE RECEIPT MAY HAVE PAID, IN ORDER,
001350*    SO THE REVERSAL CAN WORK BACK FROM THE NEWEST.
001360 01  WS-PAID-INSTALLS.
001370     05  WS-PI-COUNT          PIC 9(03) COMP VALUE ZERO.
001380     05  WS-PI-INSTALL-NO     PIC 9(02) OCCURS 99 TIMES.
001390 01  WS-PI-SUB                PIC S9(03) COMP.

001400*    EXCEPTIONS ARE HELD AND PRINTED TOGETHER AFTER THE
001410*    REVERSALS; PAST THE TABLE'S SIZE THEY ARE ONLY COUNTED.
001420 01  WS-EXCEPTION-TABLE.
001430     05  WS-EX-LINE           PIC X(80) OCCURS 200 TIMES.
001440 01  WS-EX-SUB                PIC 9(03) COMP.
001450 01  WS-EXCEPTION-TEXT        PIC X(30).

001460 01  WS-EDIT-FIELDS.
001470     05  WS-COUNT-ED          PIC ZZZZ9.
001480     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
001490     05  WS-FEE-ED            PIC ZZ,ZZ9.99.
001500     05  WS-BALANCE-ED        PIC Z,ZZZ,ZZ9.99-.
001510     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.

001520 01  WS-REPORT-LINE           PIC X(80).

001530 PROCEDURE DIVISION.

001540******************************************************************
001550* 0000-MAINLINE.
001560******************************************************************
001570 0000-MAINLINE.
001580     MOVE "RTNPAY" TO RH-PROGRAM-NAME.
001590     CALL "BIZDATE" USING RH-RUN-DATE.
001600     ACCEPT RH-RUN-TIME FROM TIME.
001610     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001620         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001630     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001640     PERFORM 2000-ONE-RETURN THRU 2000-ONE-RETURN-EXIT
001650         UNTIL WS-EOF.
001660     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001670     ACCEPT RH-RUN-TIME FROM TIME.
001680     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001690         RH-RUN-TIME.
001695*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
001700     GOBACK.

001710******************************************************************
001720* 1000-INITIALIZE - READ THE PARAMETERS AND OPEN FILES.
001730******************************************************************
001740 1000-INITIALIZE.
001750     OPEN OUTPUT RETURN-RPT.
001760     MOVE "RETURNED PAYMENT REGISTER" TO WS-REPORT-LINE.
001770     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

001780     OPEN INPUT RETURN-PARM.
001790     IF WS-PARM-STATUS = "00"
001800         READ RETURN-PARM
001810             AT END
001820                 CONTINUE
001830             NOT AT END
001840                 MOVE RV-FEE-AMOUNT TO WS-FEE-AMOUNT
001850                 MOVE RV-CASH-ONLY-DAYS TO WS-CASH-ONLY-DAYS
001860         END-READ
001870         CLOSE RETURN-PARM
001880     END-IF.
001890     MOVE WS-FEE-AMOUNT TO WS-FEE-ED.
001900     MOVE WS-CASH-ONLY-DAYS TO WS-COUNT-ED.
001910     MOVE SPACES TO WS-REPORT-LINE.
001920     STRING "RETURNED-PAYMENT FEE " DELIMITED BY SIZE
001930            WS-FEE-ED               DELIMITED BY SIZE
001940            "   CASH ONLY FOR "     DELIMITED BY SIZE
001950            WS-COUNT-ED             DELIMITED BY SIZE
001960            " DAYS"                 DELIMITED BY SIZE
001970         INTO WS-REPORT-LINE.
001980     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
001990     MOVE "RECEIPT  STUDENT  TERM        AMOUNT RS  OUTCOME"
002000         TO WS-REPORT-LINE.
002010     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
002012     OPEN EXTEND GL-ACTIVITY-FILE.
002014     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
002016         OPEN OUTPUT GL-ACTIVITY-FILE
002018     END-IF.

002020     OPEN I-O RECEIPT-FILE.
002030     OPEN I-O BILLING-FILE.
002040     IF WS-RCPT-STATUS NOT = "00" OR WS-BILL-STATUS NOT = "00"
002050         MOVE "  (RECEIPT OR BILLING FILE NOT AVAILABLE)"
002060             TO WS-REPORT-LINE
002070         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002080         SET WS-EOF TO TRUE
002090         MOVE 8 TO RETURN-CODE
002100         GO TO 1000-INITIALIZE-EXIT
002110     END-IF.

002120     SET WS-FILES-OPEN TO TRUE.

002130*    NO PLAN FILE YET SIMPLY MEANS NO RECEIPT PAID A PLAN.
002140     OPEN I-O PLAN-FILE.
002150     IF WS-PLAN-STATUS = "00"
002160         SET WS-PLAN-FILE-OPEN TO TRUE
002170     END-IF.
002180     OPEN I-O HOLD-FILE.
002190     IF WS-HOLD-STATUS = "35"
002200         OPEN OUTPUT HOLD-FILE
002210         CLOSE HOLD-FILE
002220         OPEN I-O HOLD-FILE
002230     END-IF.
002240     OPEN I-O CASH-ONLY-FILE.
002250     IF WS-CASH-STATUS = "35"
002260         OPEN OUTPUT CASH-ONLY-FILE
002270         CLOSE CASH-ONLY-FILE
002280         OPEN I-O CASH-ONLY-FILE
002290     END-IF.
002300     OPEN EXTEND NOTIFY-QUEUE.
002310     IF WS-NOTIF-STATUS = "05" OR WS-NOTIF-STATUS = "35"
002320         OPEN OUTPUT NOTIFY-QUEUE
002330     END-IF.

002340     OPEN INPUT RETURNED-ITEMS.
002350     IF WS-ITEM-STATUS NOT = "00"
002360         MOVE "  (NO RETURNED-ITEM FILE)" TO WS-REPORT-LINE
002370         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002380         SET WS-EOF TO TRUE
002390         GO TO 1000-INITIALIZE-EXIT
002400     END-IF.

002410*    THE DATE A FLAG SET TODAY RUNS OUT.
002420     COMPUTE WS-UNTIL-SERIAL =
002430         FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
002440         + WS-CASH-ONLY-DAYS.
002450     COMPUTE WS-UNTIL-DATE =
002460         FUNCTION DATE-OF-INTEGER(WS-UNTIL-SERIAL).

002470     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
002480 1000-INITIALIZE-EXIT.
002490     EXIT.

002500******************************************************************
002510* 2100-READ-ITEM - GET THE NEXT RETURNED ITEM.
002520******************************************************************
002530 2100-READ-ITEM.
002540     READ RETURNED-ITEMS
002550         AT END
002560             SET WS-EOF TO TRUE
002570     END-READ.
002580 2100-READ-ITEM-EXIT.
002590     EXIT.

002600******************************************************************
002610* 2000-ONE-RETURN - MATCH ONE RETURNED ITEM TO ITS RECEIPT AND
002620*                   REVERSE IT.
002630******************************************************************
002640 2000-ONE-RETURN.
002650     ADD 1 TO WS-ITEMS-READ.
002660     MOVE RI-RECEIPT-NO TO RP-RECEIPT-NO.
002670     READ RECEIPT-FILE
002680         INVALID KEY
002690             MOVE "NO SUCH RECEIPT POSTED" TO WS-EXCEPTION-TEXT
002700             PERFORM 2800-EXCEPTION THRU 2800-EXCEPTION-EXIT
002710             GO TO 2000-NEXT-RETURN
002720     END-READ.
002730     IF RP-RETURNED
002740         MOVE "RECEIPT ALREADY RETURNED" TO WS-EXCEPTION-TEXT
002750         PERFORM 2800-EXCEPTION THRU 2800-EXCEPTION-EXIT
002760         GO TO 2000-NEXT-RETURN
002770     END-IF.
002780     IF RP-STUDENT-ID NOT = RI-STUDENT-ID
002790             OR RP-AMOUNT NOT = RI-AMOUNT
002800         MOVE "STUDENT/AMOUNT DIFFER" TO WS-EXCEPTION-TEXT
002810         PERFORM 2800-EXCEPTION THRU 2800-EXCEPTION-EXIT
002820         GO TO 2000-NEXT-RETURN
002830     END-IF.
002840     MOVE RP-BILL-KEY TO BL-BILL-KEY.
002850     READ BILLING-FILE
002860         INVALID KEY
002870             MOVE "NO BILLING RECORD" TO WS-EXCEPTION-TEXT
002880             PERFORM 2800-EXCEPTION THRU 2800-EXCEPTION-EXIT
002890             GO TO 2000-NEXT-RETURN
002900     END-READ.
002910     IF BL-PAID-AMT < RP-AMOUNT
002920         MOVE "BILL PAID LESS THAN RECEIPT" TO WS-EXCEPTION-TEXT
002930         PERFORM 2800-EXCEPTION THRU 2800-EXCEPTION-EXIT
002940         GO TO 2000-NEXT-RETURN
002950     END-IF.

002960     SUBTRACT RP-AMOUNT FROM BL-PAID-AMT.
002970     ADD WS-FEE-AMOUNT TO BL-ASSESSED-AMT.
002980     COMPUTE BL-BALANCE = BL-ASSESSED-AMT - BL-AID-AMT
002990         - BL-REFUND-AMT - BL-PAID-AMT.
003000     REWRITE BL-BILLING-RECORD.

003010     SET RP-RETURNED TO TRUE.
003020     MOVE RH-RUN-DATE TO RP-RETURN-DATE.
003030     MOVE RI-REASON TO RP-RETURN-REASON.
003040     MOVE WS-FEE-AMOUNT TO RP-FEE-AMOUNT.
003050     REWRITE RP-RECEIPT-RECORD.
003060     ADD 1 TO WS-ITEMS-REVERSED.
003070     ADD RP-AMOUNT TO WS-REVERSED-TOTAL.
003080     ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
003085     PERFORM 2700-GL-ACTIVITY THRU 2700-GL-ACTIVITY-EXIT.

003090     IF WS-PLAN-FILE-OPEN
003100         PERFORM 2200-REVERSE-PLAN THRU 2200-REVERSE-PLAN-EXIT
003110     END-IF.

003120     MOVE RP-AMOUNT TO WS-AMOUNT-ED.
003130     MOVE BL-BALANCE TO WS-BALANCE-ED.
003140     MOVE SPACES TO WS-REPORT-LINE.
003150     STRING RP-RECEIPT-NO     DELIMITED BY SIZE
003160            " "               DELIMITED BY SIZE
003170            RP-STUDENT-ID     DELIMITED BY SIZE
003180            " "               DELIMITED BY SIZE
003190            RP-TERM-CODE      DELIMITED BY SIZE
003200            " "               DELIMITED BY SIZE
003210            WS-AMOUNT-ED      DELIMITED BY SIZE
003220            " "               DELIMITED BY SIZE
003230            RI-REASON         DELIMITED BY SIZE
003240            "  REVERSED, BAL " DELIMITED BY SIZE
003250            WS-BALANCE-ED     DELIMITED BY SIZE
003260         INTO WS-REPORT-LINE.
003270     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

003280     PERFORM 2400-PLACE-HOLD THRU 2400-PLACE-HOLD-EXIT.
003290     PERFORM 2600-SET-CASH-ONLY THRU 2600-SET-CASH-ONLY-EXIT.

003300 2000-NEXT-RETURN.
003310     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
003320 2000-ONE-RETURN-EXIT.
003330     EXIT.

003340******************************************************************
003350* 2200-REVERSE-PLAN - TAKE THE RECEIPT BACK OFF THE TERM'S PLAN
003360*                     INSTALLMENTS, NEWEST PAID FIRST - THE
003370*                     REVERSE OF THE ORDER PAYPOST APPLIED IT.
003380******************************************************************
003390 2200-REVERSE-PLAN.
003400     MOVE ZERO TO WS-PI-COUNT.
003410     MOVE "N" TO WS-PLAN-EOF-SWITCH.
003420     MOVE RP-STUDENT-ID TO IP-STUDENT-ID.
003430     MOVE RP-TERM-CODE TO IP-TERM-CODE.
003440     MOVE ZERO TO IP-INSTALL-NO.
003450     START PLAN-FILE
003460         KEY IS NOT LESS THAN IP-INSTALLMENT-KEY
003470         INVALID KEY
003480             SET WS-PLAN-EOF TO TRUE
003490     END-START.
003500     PERFORM 2210-LIST-INSTALLMENT THRU 2210-LIST-INSTALLMENT-EXIT
003510         UNTIL WS-PLAN-EOF.
003520     MOVE RP-AMOUNT TO WS-UNREVERSED.
003530     PERFORM 2220-REOPEN-INSTALLMENT
003540         THRU 2220-REOPEN-INSTALLMENT-EXIT
003550         VARYING WS-PI-SUB FROM WS-PI-COUNT BY -1
003560         UNTIL WS-PI-SUB < 1 OR WS-UNREVERSED = ZERO.
003570 2200-REVERSE-PLAN-EXIT.
003580     EXIT.

003590******************************************************************
003600* 2210-LIST-INSTALLMENT - NOTE ONE INSTALLMENT WITH MONEY PAID.
003610******************************************************************
003620 2210-LIST-INSTALLMENT.
003630     READ PLAN-FILE NEXT RECORD
003640         AT END
003650             SET WS-PLAN-EOF TO TRUE
003660     END-READ.
003670     IF WS-PLAN-STATUS NOT = "00" AND NOT WS-PLAN-EOF
003680         SET WS-PLAN-EOF TO TRUE
003690     END-IF.
003700     IF WS-PLAN-EOF
003710         GO TO 2210-LIST-INSTALLMENT-EXIT
003720     END-IF.
003730     IF IP-STUDENT-ID NOT = RP-STUDENT-ID
003740             OR IP-TERM-CODE NOT = RP-TERM-CODE
003750         SET WS-PLAN-EOF TO TRUE
003760         GO TO 2210-LIST-INSTALLMENT-EXIT
003770     END-IF.
003780     IF IP-CANCELLED OR IP-AMOUNT-PAID = ZERO
003790         GO TO 2210-LIST-INSTALLMENT-EXIT
003800     END-IF.
003810     IF WS-PI-COUNT < 99
003820         ADD 1 TO WS-PI-COUNT
003830         MOVE IP-INSTALL-NO TO WS-PI-INSTALL-NO (WS-PI-COUNT)
003840     END-IF.
003850 2210-LIST-INSTALLMENT-EXIT.
003860     EXIT.

003870******************************************************************
003880* 2220-REOPEN-INSTALLMENT - TAKE WHAT IS LEFT OF THE RECEIPT
003890*                           OFF ONE INSTALLMENT AND REOPEN IT.
003900******************************************************************
003910 2220-REOPEN-INSTALLMENT.
003920     MOVE RP-STUDENT-ID TO IP-STUDENT-ID.
003930     MOVE RP-TERM-CODE TO IP-TERM-CODE.
003940     MOVE WS-PI-INSTALL-NO (WS-PI-SUB) TO IP-INSTALL-NO.
003950     READ PLAN-FILE
003960         INVALID KEY
003970             GO TO 2220-REOPEN-INSTALLMENT-EXIT
003980     END-READ.
003990     IF WS-UNREVERSED < IP-AMOUNT-PAID
004000         SUBTRACT WS-UNREVERSED FROM IP-AMOUNT-PAID
004010         MOVE ZERO TO WS-UNREVERSED
004020     ELSE
004030         SUBTRACT IP-AMOUNT-PAID FROM WS-UNREVERSED
004040         MOVE ZERO TO IP-AMOUNT-PAID
004050     END-IF.
004060     IF IP-PAID
004070         ADD 1 TO WS-INSTALLS-REOPENED
004080     END-IF.
004090     SET IP-OPEN TO TRUE.
004100     REWRITE IP-INSTALLMENT-RECORD.
004110 2220-REOPEN-INSTALLMENT-EXIT.
004120     EXIT.

004130******************************************************************
004140* 2400-PLACE-HOLD - PUT A FINANCIAL HOLD ON THE STUDENT.  AN
004150*                   ACTIVE HOLD KEYED BY A PERSON STANDS AS IT
004160*                   IS; ONE THE LATE-FEE STEP PLACED IS TAKEN
004170*                   OVER SO A LATER PAYMENT DOES NOT LIFT IT.
004180******************************************************************
004190 2400-PLACE-HOLD.
004200     MOVE RP-STUDENT-ID TO HD-STUDENT-ID.
004210     MOVE "F" TO HD-HOLD-TYPE.
004220     READ HOLD-FILE
004230         INVALID KEY
004240             CONTINUE
004250     END-READ.
004260     IF WS-HOLD-STATUS = "00" AND HD-ACTIVE
004270             AND HD-PLACED-BY NOT = WS-LATE-FEE-HOLDER
004280         GO TO 2400-PLACE-HOLD-EXIT
004290     END-IF.
004300     MOVE RP-STUDENT-ID TO HD-STUDENT-ID.
004310     MOVE "F" TO HD-HOLD-TYPE.
004320     SET HD-ACTIVE TO TRUE.
004330     MOVE " " TO HD-TRANSCRIPT-FLAG.
004340     MOVE RH-RUN-DATE TO HD-PLACED-DATE.
004350     MOVE WS-SYSTEM-HOLDER TO HD-PLACED-BY.
004360     MOVE ZERO TO HD-RELEASE-DATE.
004370     MOVE SPACES TO HD-RELEASED-BY.
004380     WRITE HD-HOLD-RECORD
004390         INVALID KEY
004400             REWRITE HD-HOLD-RECORD
004410     END-WRITE.
004420     ADD 1 TO WS-HOLDS-PLACED.
004430     MOVE SPACES TO WS-REPORT-LINE.
004440     STRING "         "      DELIMITED BY SIZE
004450            RP-STUDENT-ID    DELIMITED BY SIZE
004460            "  FINANCIAL HOLD PLACED" DELIMITED BY SIZE
004470         INTO WS-REPORT-LINE.
004480     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

004490     IF WS-NOTIF-STATUS NOT = "00"
004500         GO TO 2400-PLACE-HOLD-EXIT
004510     END-IF.
004520     SET NF-EVENT-HOLD TO TRUE.
004530     MOVE RH-RUN-DATE TO NF-EVENT-DATE.
004540     ACCEPT NF-EVENT-TIME FROM TIME.
004550     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
004560     MOVE SPACES TO NF-SUBJECT-ID.
004570     MOVE RP-STUDENT-ID TO NF-SUBJECT-ID.
004580     MOVE SPACES TO NF-EVENT-TEXT.
004590     STRING "HOLD TYPE F PLACED BY " DELIMITED BY SIZE
004600            WS-SYSTEM-HOLDER         DELIMITED BY SIZE
004610            " - PAYMENT RETURNED"    DELIMITED BY SIZE
004620         INTO NF-EVENT-TEXT.
004630     WRITE NF-NOTIFY-RECORD.
004640 2400-PLACE-HOLD-EXIT.
004650     EXIT.

004660******************************************************************
004670* 2600-SET-CASH-ONLY - FLAG THE STUDENT CASH ONLY; A FLAG THAT
004680*                      ALREADY RUNS LONGER IS KEPT.
004690******************************************************************
004700 2600-SET-CASH-ONLY.
004710     MOVE RP-STUDENT-ID TO CS-STUDENT-ID.
004720     READ CASH-ONLY-FILE
004730         INVALID KEY
004740             MOVE ZERO TO CS-UNTIL-DATE
004750     END-READ.
004760     IF CS-UNTIL-DATE > WS-UNTIL-DATE
004770         GO TO 2600-SET-CASH-ONLY-EXIT
004780     END-IF.
004790     MOVE RP-STUDENT-ID TO CS-STUDENT-ID.
004800     MOVE RH-RUN-DATE TO CS-SET-DATE.
004810     MOVE WS-UNTIL-DATE TO CS-UNTIL-DATE.
004820     MOVE RP-RECEIPT-NO TO CS-RECEIPT-NO.
004830     WRITE CS-CASH-ONLY-RECORD
004840         INVALID KEY
004850             REWRITE CS-CASH-ONLY-RECORD
004860     END-WRITE.
004870 2600-SET-CASH-ONLY-EXIT.
004871     EXIT.

004872******************************************************************
004873* 2700-GL-ACTIVITY - THE RECEIPT TAKEN BACK AND THE RETURNED-
004874*                    PAYMENT FEE, FOR THE GENERAL LEDGER.
004875******************************************************************
004876 2700-GL-ACTIVITY.
004877     IF WS-GLACT-STATUS NOT = "00"
004878         GO TO 2700-GL-ACTIVITY-EXIT
004879     END-IF.
004880     SET GA-DETAIL TO TRUE.
004881     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
004882     MOVE RH-RUN-DATE TO GA-POST-DATE.
004883     SET GA-CAT-RETURNED TO TRUE.
004884     MOVE RP-STUDENT-ID TO GA-STUDENT-ID.
004885     MOVE RP-TERM-CODE TO GA-TERM-CODE.
004886     MOVE RP-AMOUNT TO GA-AMOUNT.
004887     MOVE ZERO TO GA-ITEM-COUNT.
004888     WRITE GA-ACTIVITY-RECORD.
004889     SET GA-CAT-RETURN-FEE TO TRUE.
004890     MOVE WS-FEE-AMOUNT TO GA-AMOUNT.
004891     WRITE GA-ACTIVITY-RECORD.
004892 2700-GL-ACTIVITY-EXIT.
004893     EXIT.

004894******************************************************************
004900* 2800-EXCEPTION - HOLD AN UNMATCHED ITEM FOR THE EXCEPTION
004910*                  SECTION.  THE CALLER SETS THE REASON TEXT.
004920******************************************************************
004930 2800-EXCEPTION.
004940     ADD 1 TO WS-EXCEPTION-COUNT.
004950     IF WS-EXCEPTION-COUNT > 200
004960         GO TO 2800-EXCEPTION-EXIT
004970     END-IF.
004980     MOVE RI-AMOUNT TO WS-AMOUNT-ED.
004990     MOVE SPACES TO WS-EX-LINE (WS-EXCEPTION-COUNT).
005000     STRING RI-RECEIPT-NO     DELIMITED BY SIZE
005010            " "               DELIMITED BY SIZE
005020            RI-STUDENT-ID     DELIMITED BY SIZE
005030            "      "          DELIMITED BY SIZE
005040            WS-AMOUNT-ED      DELIMITED BY SIZE
005050            " "               DELIMITED BY SIZE
005060            RI-REASON         DELIMITED BY SIZE
005070            "  *** "          DELIMITED BY SIZE
005080            WS-EXCEPTION-TEXT DELIMITED BY SIZE
005090         INTO WS-EX-LINE (WS-EXCEPTION-COUNT).
005100 2800-EXCEPTION-EXIT.
005110     EXIT.

005120******************************************************************
005130* 3000-FINISH - EXCEPTION SECTION, TOTALS, CLOSE FILES.
005140******************************************************************
005150 3000-FINISH.
005160     IF WS-EXCEPTION-COUNT > ZERO
005170         MOVE SPACES TO WS-REPORT-LINE
005180         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
005190         MOVE "EXCEPTIONS - RETURNED ITEMS NOT REVERSED"
005200             TO WS-REPORT-LINE
005210         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
005220         PERFORM VARYING WS-EX-SUB FROM 1 BY 1
005230                 UNTIL WS-EX-SUB > WS-EXCEPTION-COUNT
005240                    OR WS-EX-SUB > 200
005250             WRITE RR-REPORT-LINE FROM WS-EX-LINE (WS-EX-SUB)
005260         END-PERFORM
005270         IF WS-EXCEPTION-COUNT > 200
005280             MOVE "  (FURTHER EXCEPTIONS COUNTED, NOT LISTED)"
005290                 TO WS-REPORT-LINE
005300             WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
005310         END-IF
005320     END-IF.

005330     MOVE SPACES TO WS-REPORT-LINE.
005340     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005350     MOVE WS-ITEMS-READ TO WS-COUNT-ED.
005360     MOVE SPACES TO WS-REPORT-LINE.
005370     STRING "ITEMS READ:       " DELIMITED BY SIZE
005380            WS-COUNT-ED          DELIMITED BY SIZE
005390         INTO WS-REPORT-LINE.
005400     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005410     MOVE WS-ITEMS-REVERSED TO WS-COUNT-ED.
005420     MOVE SPACES TO WS-REPORT-LINE.
005430     STRING "REVERSED:         " DELIMITED BY SIZE
005440            WS-COUNT-ED          DELIMITED BY SIZE
005450         INTO WS-REPORT-LINE.
005460     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005470     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
005480     MOVE SPACES TO WS-REPORT-LINE.
005490     STRING "EXCEPTIONS:       " DELIMITED BY SIZE
005500            WS-COUNT-ED          DELIMITED BY SIZE
005510         INTO WS-REPORT-LINE.
005520     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005530     MOVE WS-HOLDS-PLACED TO WS-COUNT-ED.
005540     MOVE SPACES TO WS-REPORT-LINE.
005550     STRING "HOLDS PLACED:     " DELIMITED BY SIZE
005560            WS-COUNT-ED          DELIMITED BY SIZE
005570         INTO WS-REPORT-LINE.
005580     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005590     MOVE WS-INSTALLS-REOPENED TO WS-COUNT-ED.
005600     MOVE SPACES TO WS-REPORT-LINE.
005610     STRING "INSTALLS REOPENED:" DELIMITED BY SIZE
005620            WS-COUNT-ED          DELIMITED BY SIZE
005630         INTO WS-REPORT-LINE.
005640     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005650     MOVE WS-REVERSED-TOTAL TO WS-TOTAL-ED.
005660     MOVE SPACES TO WS-REPORT-LINE.
005670     STRING "AMOUNT REVERSED:" DELIMITED BY SIZE
005680            WS-TOTAL-ED        DELIMITED BY SIZE
005690         INTO WS-REPORT-LINE.
005700     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005710     MOVE WS-FEE-TOTAL TO WS-TOTAL-ED.
005720     MOVE SPACES TO WS-REPORT-LINE.
005730     STRING "FEES CHARGED:   " DELIMITED BY SIZE
005740            WS-TOTAL-ED        DELIMITED BY SIZE
005750         INTO WS-REPORT-LINE.
005751     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

005752*    THE REGISTER TOTALS ARE THE LEDGER'S CONTROLS.
005753     IF WS-GLACT-STATUS = "00"
005754         SET GA-CONTROL TO TRUE
005755         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
005756         MOVE RH-RUN-DATE TO GA-POST-DATE
005757         MOVE ZERO TO GA-STUDENT-ID
005758         MOVE SPACES TO GA-TERM-CODE
005759         MOVE WS-ITEMS-REVERSED TO GA-ITEM-COUNT
005760         SET GA-CAT-RETURNED TO TRUE
005761         MOVE WS-REVERSED-TOTAL TO GA-AMOUNT
005762         WRITE GA-ACTIVITY-RECORD
005763         SET GA-CAT-RETURN-FEE TO TRUE
005764         MOVE WS-FEE-TOTAL TO GA-AMOUNT
005765         WRITE GA-ACTIVITY-RECORD
005766         CLOSE GL-ACTIVITY-FILE
005767     END-IF.

005768     IF WS-ITEM-STATUS = "00" OR WS-ITEM-STATUS = "10"
005780         CLOSE RETURNED-ITEMS
005790     END-IF.
005800     IF WS-FILES-OPEN
005810         CLOSE RECEIPT-FILE
005820         CLOSE BILLING-FILE
005830         CLOSE HOLD-FILE
005840         CLOSE CASH-ONLY-FILE
005850         CLOSE NOTIFY-QUEUE
005860     END-IF.
005870     IF WS-PLAN-FILE-OPEN
005880         CLOSE PLAN-FILE
005890     END-IF.
005900     CLOSE RETURN-RPT.

005910     EVALUATE TRUE
005920         WHEN RETURN-CODE = 8
005930             CONTINUE
005940         WHEN WS-EXCEPTION-COUNT > ZERO
005950             MOVE 4 TO RETURN-CODE
005960         WHEN OTHER
005970             MOVE 0 TO RETURN-CODE
005980     END-EVALUATE.
005990 3000-FINISH-EXIT.
006000     EXIT.

006010 END PROGRAM RTNPAY.
