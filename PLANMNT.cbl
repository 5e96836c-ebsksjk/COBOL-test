000010******************************************************************
000020* PROGRAM-ID : PLANMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   PAYMENT PLAN ENROLLMENT.  READS THE PLANTRAN TRANSACTION
000090*   FILE THE BURSAR KEYS - "E" ENROLLS A STUDENT'S TERM BILL IN
000100*   A PLAN TYPE, "C" CANCELS THE PLAN - AND MAINTAINS THE
000110*   PAYPLAN INSTALLMENT FILE.  AN ENROLLMENT SPLITS THE TERM
000120*   BILL'S CURRENT BALANCE (STUBILL) INTO THE PLANTYPE ROW'S
000130*   INSTALLMENTS, DATED FROM THE TERM'S START DATE (TERMFILE),
000140*   AND PRINTS THE SCHEDULE FOR THE STUDENT'S AGREEMENT.  A
000150*   CANCEL MARKS THE OPEN INSTALLMENTS CANCELLED; PAID ONES
000160*   STAND.  EVERY INSTALLMENT CARRIES THE SIGNED-ON OPERATOR
000170*   (CUROPER, AS THE STUDENT UPDATE DOES) AND TODAY'S DATE.
000180*   BILLS NOT ON FILE, NOTHING OWING, UNKNOWN PLAN TYPES OR
000190*   TERMS, A SECOND PLAN FOR THE SAME BILL AND CANCELS OF NO
000200*   PLAN ARE REJECTED ON THE REPORT.  EACH RUN IS RECORDED ON
000210*   THE OPERATOR ACTIVITY LOG.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-10-15  RO   ORIGINAL PROGRAM.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    PLANMNT.
000280 AUTHOR.        R. OKONKWO.
000290 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000300 DATE-WRITTEN.  2026-10-15.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PLAN-TRANSACTIONS ASSIGN TO "PLANTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRAN-STATUS.

000380     SELECT PLAN-TYPE-TABLE ASSIGN TO "PLANTYPE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TYPE-STATUS.

000410     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS IP-INSTALLMENT-KEY
000450         FILE STATUS IS WS-PLAN-STATUS.

000460     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS BL-BILL-KEY
000500         FILE STATUS IS WS-BILL-STATUS.

000510     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS TM-TERM-CODE
000550         FILE STATUS IS WS-TERM-STATUS.

000560     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CUROPER-STATUS.

000590     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-OPLOG-STATUS.

000620     SELECT PLAN-RPT ASSIGN TO "PLANRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PLAN-TRANSACTIONS.
000680 01  PE-PLAN-TRANSACTION.
000690     05  PE-ACTION            PIC X(01).
000700         88  PE-ACTION-ENROLL VALUE "E".
000710         88  PE-ACTION-CANCEL VALUE "C".
000720     05  PE-STUDENT-ID        PIC 9(08).
000730     05  PE-TERM-CODE         PIC X(05).
000740     05  PE-PLAN-TYPE         PIC X(02).

000750 FD  PLAN-TYPE-TABLE.
000760     COPY "plantype.cpy".

000770 FD  PLAN-FILE.
000780     COPY "payplan.cpy".

000790 FD  BILLING-FILE.
000800     COPY "billrec.cpy".

000810 FD  TERM-CONTROL.
000820     COPY "termrec.cpy".

000830 FD  CURRENT-OPERATOR.
000840     COPY "curoper.cpy".

000850 FD  OPERATOR-LOG.
000860     COPY "oplog.cpy".

000870 FD  PLAN-RPT.
000880 01  PM-REPORT-LINE           PIC X(80).

000890 WORKING-STORAGE SECTION.
000900     COPY "runhdr.cpy".

000910 01  WS-SWITCHES.
000920     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000930         88  WS-EOF           VALUE "Y".
000940     05  WS-LOAD-EOF-SWITCH   PIC X(01) VALUE "N".
000950         88  WS-LOAD-EOF      VALUE "Y".
000960     05  WS-PLAN-EOF-SWITCH   PIC X(01) VALUE "N".
000970         88  WS-PLAN-EOF      VALUE "Y".
000980     05  WS-ACTIVE-SWITCH     PIC X(01) VALUE "N".
000990         88  WS-PLAN-ACTIVE   VALUE "Y".

001000 01  WS-FILE-STATUSES.
001010     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001020     05  WS-TYPE-STATUS       PIC X(02) VALUE "00".
001030     05  WS-PLAN-STATUS       PIC X(02) VALUE "00".
001040     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
001050     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001060     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001070     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001080     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001090 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001100*    THE PLAN TYPES ARE A SMALL CONTROL FILE - TABLED ONCE.
001110 01  WS-TYPE-TABLE.
001120     05  WS-TYPE-ENTRY OCCURS 50 TIMES.
001130         10  WS-TY-PLAN-TYPE  PIC X(02).
001140         10  WS-TY-INSTALLS   PIC 9(02).
001150         10  WS-TY-FIRST-DAYS PIC 9(03).
001160         10  WS-TY-INTERVAL   PIC 9(03).
001170         10  WS-TY-DOWN-PCT   PIC 9(03).
001180 01  WS-TYPE-USED             PIC 9(02) COMP VALUE ZERO.
001190 01  WS-TYPE-SUB              PIC 9(02) COMP.
001200 01  WS-TYPE-FOUND            PIC 9(02) COMP.

001210 01  WS-COUNTERS COMP.
001220     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001230     05  WS-PLANS-ENROLLED    PIC 9(05) VALUE ZERO.
001240     05  WS-PLANS-CANCELLED   PIC 9(05) VALUE ZERO.
001250     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

001260 01  WS-SCHEDULE-FIELDS.
001270     05  WS-INSTALL-NO        PIC 9(02) COMP.
001280     05  WS-START-SERIAL      PIC 9(08) COMP.
001290     05  WS-DUE-SERIAL        PIC 9(08) COMP.
001300     05  WS-PLAN-BALANCE      PIC 9(07)V99.
001310     05  WS-FIRST-AMOUNT      PIC 9(07)V99.
001320     05  WS-EACH-AMOUNT       PIC 9(07)V99.
001330     05  WS-SCHEDULED         PIC 9(07)V99.

001340 01  WS-REJECT-TEXT           PIC X(30).

001350 01  WS-EDIT-FIELDS.
001360     05  WS-COUNT-ED          PIC ZZZZ9.
001370     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
001380     05  WS-INSTALL-ED        PIC Z9.

001390 01  WS-REPORT-LINE           PIC X(80).

001400*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001410     COPY "audchn.cpy".

001420 PROCEDURE DIVISION.

001430******************************************************************
001440* 0000-MAINLINE.
001450******************************************************************
001460 0000-MAINLINE.
001470     MOVE "PLANMNT" TO RH-PROGRAM-NAME.
001480     CALL "BIZDATE" USING RH-RUN-DATE.
001490     ACCEPT RH-RUN-TIME FROM TIME.
001500     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001510         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001520     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001530     PERFORM 2000-APPLY-PLAN-TRAN THRU 2000-APPLY-PLAN-TRAN-EXIT
001540         UNTIL WS-EOF.
001550     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001560     ACCEPT RH-RUN-TIME FROM TIME.
001570     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001580         RH-RUN-TIME.
001590     STOP RUN.

001600******************************************************************
001610* 1000-INITIALIZE - RECORD THE OPERATOR, TABLE THE PLAN TYPES
001620*                   AND OPEN FILES.
001630******************************************************************
001640 1000-INITIALIZE.
001650     OPEN OUTPUT PLAN-RPT.
001660     MOVE "PAYMENT PLAN ENROLLMENT REPORT" TO WS-REPORT-LINE.
001670     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.
001680     MOVE "ACT STUDENT   TERM  TYPE OUTCOME" TO WS-REPORT-LINE.
001690     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.

001700     PERFORM 1100-RECORD-OPERATOR
001710         THRU 1100-RECORD-OPERATOR-EXIT.
001720     PERFORM 1200-LOAD-PLAN-TYPES THRU 1200-LOAD-PLAN-TYPES-EXIT.

001730     OPEN INPUT BILLING-FILE.
001740     OPEN INPUT TERM-CONTROL.
001750     OPEN I-O PLAN-FILE.
001760     IF WS-PLAN-STATUS = "35"
001770         OPEN OUTPUT PLAN-FILE
001780         CLOSE PLAN-FILE
001790         OPEN I-O PLAN-FILE
001800     END-IF.

001810     OPEN INPUT PLAN-TRANSACTIONS.
001820     IF WS-TRAN-STATUS NOT = "00"
001830         MOVE "  (NO PLAN TRANSACTION FILE)" TO WS-REPORT-LINE
001840         WRITE PM-REPORT-LINE FROM WS-REPORT-LINE
001850         SET WS-EOF TO TRUE
001860         GO TO 1000-INITIALIZE-EXIT
001870     END-IF.

001880     PERFORM 2100-READ-TRANSACTION
001890         THRU 2100-READ-TRANSACTION-EXIT.
001900 1000-INITIALIZE-EXIT.
001910     EXIT.

001920******************************************************************
001930* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001940*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001950*                        AS THE STUDENT UPDATE DOES.
001960******************************************************************
001970 1100-RECORD-OPERATOR.
001980     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001990     OPEN INPUT CURRENT-OPERATOR.
002000     IF WS-CUROPER-STATUS = "00"
002010         READ CURRENT-OPERATOR
002020             AT END
002030                 CONTINUE
002040         END-READ
002050         IF WS-CUROPER-STATUS = "00"
002060             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
002070         END-IF
002080         CLOSE CURRENT-OPERATOR
002090     END-IF.
002100     OPEN EXTEND OPERATOR-LOG.
002110     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
002120         OPEN OUTPUT OPERATOR-LOG
002130     END-IF.
002140     IF WS-OPLOG-STATUS = "00"
002150         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
002160         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
002170         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
002180         ACCEPT OL-ACTIVITY-TIME FROM TIME
002190         SET AC-FILE-OPLOG TO TRUE
002200         MOVE SPACES TO AC-RECORD-BODY
002210         MOVE OL-ACTIVITY-RECORD (1:29)
002220             TO AC-RECORD-BODY (1:29)
002230         MOVE 29 TO AC-BODY-LENGTH
002240         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002250         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002260         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002270         WRITE OL-ACTIVITY-RECORD
002280         CLOSE OPERATOR-LOG
002290     END-IF.
002300 1100-RECORD-OPERATOR-EXIT.
002310     EXIT.

002320******************************************************************
002330* 1200-LOAD-PLAN-TYPES - TABLE THE PLANTYPE ROWS.
002340******************************************************************
002350 1200-LOAD-PLAN-TYPES.
002360     MOVE "N" TO WS-LOAD-EOF-SWITCH.
002370     OPEN INPUT PLAN-TYPE-TABLE.
002380     IF WS-TYPE-STATUS NOT = "00"
002390         GO TO 1200-LOAD-PLAN-TYPES-EXIT
002400     END-IF.
002410     PERFORM 1210-LOAD-ONE-TYPE THRU 1210-LOAD-ONE-TYPE-EXIT
002420         UNTIL WS-LOAD-EOF.
002430     CLOSE PLAN-TYPE-TABLE.
002440 1200-LOAD-PLAN-TYPES-EXIT.
002450     EXIT.

002460******************************************************************
002470* 1210-LOAD-ONE-TYPE - TABLE ONE PLAN TYPE.
002480******************************************************************
002490 1210-LOAD-ONE-TYPE.
002500     READ PLAN-TYPE-TABLE
002510         AT END
002520             SET WS-LOAD-EOF TO TRUE
002530             GO TO 1210-LOAD-ONE-TYPE-EXIT
002540     END-READ.
002550     IF WS-TYPE-USED < 50
002560         ADD 1 TO WS-TYPE-USED
002570         MOVE IT-PLAN-TYPE TO WS-TY-PLAN-TYPE (WS-TYPE-USED)
002580         MOVE IT-INSTALLMENTS TO WS-TY-INSTALLS (WS-TYPE-USED)
002590         MOVE IT-FIRST-DUE-DAYS TO WS-TY-FIRST-DAYS (WS-TYPE-USED)
002600         MOVE IT-INTERVAL-DAYS TO WS-TY-INTERVAL (WS-TYPE-USED)
002610         MOVE IT-DOWN-PCT TO WS-TY-DOWN-PCT (WS-TYPE-USED)
002620     END-IF.
002630 1210-LOAD-ONE-TYPE-EXIT.
002640     EXIT.

002650******************************************************************
002660* 2100-READ-TRANSACTION - GET THE NEXT PLAN TRANSACTION.
002670******************************************************************
002680 2100-READ-TRANSACTION.
002690     READ PLAN-TRANSACTIONS
002700         AT END
002710             SET WS-EOF TO TRUE
002720     END-READ.
002730 2100-READ-TRANSACTION-EXIT.
002740     EXIT.

002750******************************************************************
002760* 2000-APPLY-PLAN-TRAN - ENROLL OR CANCEL ONE TERM BILL'S PLAN.
002770******************************************************************
002780 2000-APPLY-PLAN-TRAN.
002790     ADD 1 TO WS-RECORDS-READ.
002800     MOVE SPACES TO WS-REJECT-TEXT.

002810     IF NOT PE-ACTION-ENROLL AND NOT PE-ACTION-CANCEL
002820         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
002830         GO TO 2000-WRITE-OUTCOME
002840     END-IF.

002850     MOVE PE-STUDENT-ID TO BL-STUDENT-ID.
002860     MOVE PE-TERM-CODE TO BL-TERM-CODE.
002870     READ BILLING-FILE
002880         INVALID KEY
002890             CONTINUE
002900     END-READ.
002910     IF WS-BILL-STATUS NOT = "00"
002920         MOVE "NO TERM BILL ON FILE" TO WS-REJECT-TEXT
002930         GO TO 2000-WRITE-OUTCOME
002940     END-IF.

002950     PERFORM 2500-FIND-PLAN THRU 2500-FIND-PLAN-EXIT.
002960     IF PE-ACTION-ENROLL
002970         PERFORM 2200-ENROLL-PLAN THRU 2200-ENROLL-PLAN-EXIT
002980     ELSE
002990         PERFORM 2300-CANCEL-PLAN THRU 2300-CANCEL-PLAN-EXIT
003000     END-IF.

003010 2000-WRITE-OUTCOME.
003020     MOVE SPACES TO WS-REPORT-LINE.
003030     IF WS-REJECT-TEXT = SPACES
003040         STRING PE-ACTION       DELIMITED BY SIZE
003050                "   "           DELIMITED BY SIZE
003060                PE-STUDENT-ID   DELIMITED BY SIZE
003070                "  "            DELIMITED BY SIZE
003080                PE-TERM-CODE    DELIMITED BY SIZE
003090                " "             DELIMITED BY SIZE
003100                PE-PLAN-TYPE    DELIMITED BY SIZE
003110                "   APPLIED BY " DELIMITED BY SIZE
003120                WS-CURRENT-USERNAME DELIMITED BY SIZE
003130             INTO WS-REPORT-LINE
003140     ELSE
003150         ADD 1 TO WS-RECORDS-REJECTED
003160         STRING PE-ACTION       DELIMITED BY SIZE
003170                "   "           DELIMITED BY SIZE
003180                PE-STUDENT-ID   DELIMITED BY SIZE
003190                "  "            DELIMITED BY SIZE
003200                PE-TERM-CODE    DELIMITED BY SIZE
003210                " "             DELIMITED BY SIZE
003220                PE-PLAN-TYPE    DELIMITED BY SIZE
003230                "   REJECTED - " DELIMITED BY SIZE
003240                WS-REJECT-TEXT  DELIMITED BY SIZE
003250             INTO WS-REPORT-LINE
003260     END-IF.
003270     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.
003280     IF WS-REJECT-TEXT = SPACES AND PE-ACTION-ENROLL
003290         PERFORM 2700-LIST-SCHEDULE THRU 2700-LIST-SCHEDULE-EXIT
003300     END-IF.

003310     PERFORM 2100-READ-TRANSACTION
003320         THRU 2100-READ-TRANSACTION-EXIT.
003330 2000-APPLY-PLAN-TRAN-EXIT.
003340     EXIT.

003350******************************************************************
003360* 2200-ENROLL-PLAN - SPLIT THE BILL'S BALANCE INTO THE PLAN
003370*                    TYPE'S INSTALLMENTS, DATED FROM THE TERM
003380*                    START.
003390******************************************************************
003400 2200-ENROLL-PLAN.
003410     IF WS-PLAN-ACTIVE
003420         MOVE "BILL ALREADY ON A PLAN" TO WS-REJECT-TEXT
003430         GO TO 2200-ENROLL-PLAN-EXIT
003440     END-IF.
003450     IF BL-BALANCE NOT > ZERO
003460         MOVE "NOTHING OWING ON BILL" TO WS-REJECT-TEXT
003470         GO TO 2200-ENROLL-PLAN-EXIT
003480     END-IF.
003490     MOVE ZERO TO WS-TYPE-FOUND.
003500     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
003510             UNTIL WS-TYPE-SUB > WS-TYPE-USED
003520         IF WS-TY-PLAN-TYPE (WS-TYPE-SUB) = PE-PLAN-TYPE
003530             MOVE WS-TYPE-SUB TO WS-TYPE-FOUND
003540         END-IF
003550     END-PERFORM.
003560     IF WS-TYPE-FOUND = ZERO
003570             OR WS-TY-INSTALLS (WS-TYPE-FOUND) = ZERO
003580         MOVE "UNKNOWN PLAN TYPE" TO WS-REJECT-TEXT
003590         GO TO 2200-ENROLL-PLAN-EXIT
003600     END-IF.
003610     MOVE PE-TERM-CODE TO TM-TERM-CODE.
003620     READ TERM-CONTROL
003630         INVALID KEY
003640             CONTINUE
003650     END-READ.
003660     IF WS-TERM-STATUS NOT = "00"
003670             OR TM-START-DATE NOT NUMERIC
003680             OR TM-START-DATE = ZERO
003690         MOVE "TERM NOT ON TERM FILE" TO WS-REJECT-TEXT
003700         GO TO 2200-ENROLL-PLAN-EXIT
003710     END-IF.

003720*    THE DOWN PAYMENT (IF THE TYPE HAS ONE) IS THE FIRST
003730*    INSTALLMENT; THE REST OF THE BALANCE IS SPLIT EVENLY,
003740*    TRUNCATED TO THE CENT, AND THE LAST INSTALLMENT TAKES
003750*    WHATEVER THE TRUNCATION LEFT OVER.
003760     MOVE BL-BALANCE TO WS-PLAN-BALANCE.
003770     IF WS-TY-DOWN-PCT (WS-TYPE-FOUND) > ZERO
003780             AND WS-TY-INSTALLS (WS-TYPE-FOUND) > 1
003790         COMPUTE WS-FIRST-AMOUNT ROUNDED =
003800             WS-PLAN-BALANCE * WS-TY-DOWN-PCT (WS-TYPE-FOUND)
003810             / 100
003820         COMPUTE WS-EACH-AMOUNT =
003830             (WS-PLAN-BALANCE - WS-FIRST-AMOUNT)
003840             / (WS-TY-INSTALLS (WS-TYPE-FOUND) - 1)
003850     ELSE
003860         COMPUTE WS-EACH-AMOUNT =
003870             WS-PLAN-BALANCE / WS-TY-INSTALLS (WS-TYPE-FOUND)
003880         MOVE WS-EACH-AMOUNT TO WS-FIRST-AMOUNT
003890     END-IF.
003900     COMPUTE WS-START-SERIAL =
003910         FUNCTION INTEGER-OF-DATE(TM-START-DATE).
003920     MOVE ZERO TO WS-SCHEDULED.
003930     PERFORM 2210-WRITE-ONE-INSTALLMENT
003940         THRU 2210-WRITE-ONE-INSTALLMENT-EXIT
003950         VARYING WS-INSTALL-NO FROM 1 BY 1
003960         UNTIL WS-INSTALL-NO > WS-TY-INSTALLS (WS-TYPE-FOUND).
003970     ADD 1 TO WS-PLANS-ENROLLED.
003980 2200-ENROLL-PLAN-EXIT.
003990     EXIT.

004000******************************************************************
004010* 2210-WRITE-ONE-INSTALLMENT - DATE, PRICE AND WRITE ONE
004020*                              INSTALLMENT.  A ROW LEFT FROM A
004030*                              CANCELLED PLAN IS OVERWRITTEN.
004040******************************************************************
004050 2210-WRITE-ONE-INSTALLMENT.
004060     MOVE PE-STUDENT-ID TO IP-STUDENT-ID.
004070     MOVE PE-TERM-CODE TO IP-TERM-CODE.
004080     MOVE WS-INSTALL-NO TO IP-INSTALL-NO.
004090     MOVE PE-PLAN-TYPE TO IP-PLAN-TYPE.
004100     COMPUTE WS-DUE-SERIAL = WS-START-SERIAL
004110         + WS-TY-FIRST-DAYS (WS-TYPE-FOUND)
004120         + ((WS-INSTALL-NO - 1) * WS-TY-INTERVAL (WS-TYPE-FOUND)).
004130     COMPUTE IP-DUE-DATE =
004140         FUNCTION DATE-OF-INTEGER(WS-DUE-SERIAL).
004150     EVALUATE TRUE
004160         WHEN WS-INSTALL-NO = WS-TY-INSTALLS (WS-TYPE-FOUND)
004170             COMPUTE IP-AMOUNT-DUE =
004180           WS-PLAN-BALANCE - WS-SCHEDULED
004190         WHEN WS-INSTALL-NO = 1
004200             MOVE WS-FIRST-AMOUNT TO IP-AMOUNT-DUE
004210         WHEN OTHER
004220             MOVE WS-EACH-AMOUNT TO IP-AMOUNT-DUE
004230     END-EVALUATE.
004240     ADD IP-AMOUNT-DUE TO WS-SCHEDULED.
004250     MOVE ZERO TO IP-AMOUNT-PAID.
004260     SET IP-OPEN TO TRUE.
004270     MOVE WS-CURRENT-USERNAME TO IP-ENROLLED-BY.
004280     MOVE RH-RUN-DATE TO IP-ENROLL-DATE.
004290     WRITE IP-INSTALLMENT-RECORD
004300         INVALID KEY
004310             REWRITE IP-INSTALLMENT-RECORD
004320     END-WRITE.
004330 2210-WRITE-ONE-INSTALLMENT-EXIT.
004340     EXIT.

004350******************************************************************
004360* 2300-CANCEL-PLAN - MARK THE PLAN'S OPEN INSTALLMENTS
004370*                    CANCELLED.  WHAT IS STILL OWED REVERTS TO
004380*                    THE ORDINARY TERM BALANCE.
004390******************************************************************
004400 2300-CANCEL-PLAN.
004410     IF NOT WS-PLAN-ACTIVE
004420         MOVE "BILL NOT ON A PLAN" TO WS-REJECT-TEXT
004430         GO TO 2300-CANCEL-PLAN-EXIT
004440     END-IF.
004450     PERFORM 2600-START-PLAN THRU 2600-START-PLAN-EXIT.
004460     PERFORM 2310-CANCEL-ONE THRU 2310-CANCEL-ONE-EXIT
004470         UNTIL WS-PLAN-EOF.
004480     ADD 1 TO WS-PLANS-CANCELLED.
004490 2300-CANCEL-PLAN-EXIT.
004500     EXIT.

004510******************************************************************
004520* 2310-CANCEL-ONE - CANCEL ONE INSTALLMENT IF STILL OPEN.
004530******************************************************************
004540 2310-CANCEL-ONE.
004550     PERFORM 2610-NEXT-INSTALLMENT
004560   THRU 2610-NEXT-INSTALLMENT-EXIT.
004570     IF WS-PLAN-EOF
004580         GO TO 2310-CANCEL-ONE-EXIT
004590     END-IF.
004600     IF IP-OPEN
004610         SET IP-CANCELLED TO TRUE
004620         REWRITE IP-INSTALLMENT-RECORD
004630     END-IF.
004640 2310-CANCEL-ONE-EXIT.
004650     EXIT.

004660******************************************************************
004670* 2500-FIND-PLAN - IS THE BILL ALREADY ON A PLAN?  ANY ROW NOT
004680*                  CANCELLED MEANS IT IS.
004690******************************************************************
004700 2500-FIND-PLAN.
004710     MOVE "N" TO WS-ACTIVE-SWITCH.
004720     PERFORM 2600-START-PLAN THRU 2600-START-PLAN-EXIT.
004730     PERFORM 2510-CHECK-ONE THRU 2510-CHECK-ONE-EXIT
004740         UNTIL WS-PLAN-EOF.
004750 2500-FIND-PLAN-EXIT.
004760     EXIT.

004770******************************************************************
004780* 2510-CHECK-ONE - LOOK AT ONE INSTALLMENT.
004790******************************************************************
004800 2510-CHECK-ONE.
004810     PERFORM 2610-NEXT-INSTALLMENT
004820   THRU 2610-NEXT-INSTALLMENT-EXIT.
004830     IF WS-PLAN-EOF
004840         GO TO 2510-CHECK-ONE-EXIT
004850     END-IF.
004860     IF NOT IP-CANCELLED
004870         SET WS-PLAN-ACTIVE TO TRUE
004880         SET WS-PLAN-EOF TO TRUE
004890     END-IF.
004900 2510-CHECK-ONE-EXIT.
004910     EXIT.

004920******************************************************************
004930* 2600-START-PLAN - POSITION AT THE BILL'S FIRST INSTALLMENT.
004940******************************************************************
004950 2600-START-PLAN.
004960     MOVE "N" TO WS-PLAN-EOF-SWITCH.
004970     MOVE PE-STUDENT-ID TO IP-STUDENT-ID.
004980     MOVE PE-TERM-CODE TO IP-TERM-CODE.
004990     MOVE ZERO TO IP-INSTALL-NO.
005000     START PLAN-FILE
005010         KEY IS NOT LESS THAN IP-INSTALLMENT-KEY
005020         INVALID KEY
005030             SET WS-PLAN-EOF TO TRUE
005040     END-START.
005050 2600-START-PLAN-EXIT.
005060     EXIT.

005070******************************************************************
005080* 2610-NEXT-INSTALLMENT - NEXT INSTALLMENT OF THE SAME BILL;
005090*                         ANOTHER BILL'S ROW ENDS THE WALK.
005100******************************************************************
005110 2610-NEXT-INSTALLMENT.
005120     READ PLAN-FILE NEXT RECORD
005130         AT END
005140             SET WS-PLAN-EOF TO TRUE
005150     END-READ.
005160     IF WS-PLAN-STATUS NOT = "00" AND NOT WS-PLAN-EOF
005170         SET WS-PLAN-EOF TO TRUE
005180     END-IF.
005190     IF WS-PLAN-EOF
005200         GO TO 2610-NEXT-INSTALLMENT-EXIT
005210     END-IF.
005220     IF IP-STUDENT-ID NOT = PE-STUDENT-ID
005230             OR IP-TERM-CODE NOT = PE-TERM-CODE
005240         SET WS-PLAN-EOF TO TRUE
005250     END-IF.
005260 2610-NEXT-INSTALLMENT-EXIT.
005270     EXIT.

005280******************************************************************
005290* 2700-LIST-SCHEDULE - PRINT THE NEW PLAN'S INSTALLMENTS UNDER
005300*                      THE ENROLLMENT LINE.
005310******************************************************************
005320 2700-LIST-SCHEDULE.
005330     PERFORM 2600-START-PLAN THRU 2600-START-PLAN-EXIT.
005340     PERFORM 2710-LIST-ONE THRU 2710-LIST-ONE-EXIT
005350         UNTIL WS-PLAN-EOF.
005360 2700-LIST-SCHEDULE-EXIT.
005370     EXIT.

005380******************************************************************
005390* 2710-LIST-ONE - ONE SCHEDULE LINE.
005400******************************************************************
005410 2710-LIST-ONE.
005420     PERFORM 2610-NEXT-INSTALLMENT
005430   THRU 2610-NEXT-INSTALLMENT-EXIT.
005440     IF WS-PLAN-EOF
005450         GO TO 2710-LIST-ONE-EXIT
005460     END-IF.
005470     IF NOT IP-OPEN
005480         GO TO 2710-LIST-ONE-EXIT
005490     END-IF.
005500     MOVE IP-INSTALL-NO TO WS-INSTALL-ED.
005510     MOVE IP-AMOUNT-DUE TO WS-AMOUNT-ED.
005520     MOVE SPACES TO WS-REPORT-LINE.
005530     STRING "      INSTALLMENT " DELIMITED BY SIZE
005540            WS-INSTALL-ED        DELIMITED BY SIZE
005550            "  DUE "             DELIMITED BY SIZE
005560            IP-DUE-DATE          DELIMITED BY SIZE
005570            "  "                 DELIMITED BY SIZE
005580            WS-AMOUNT-ED         DELIMITED BY SIZE
005590         INTO WS-REPORT-LINE.
005600     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.
005610 2710-LIST-ONE-EXIT.
005620     EXIT.

005630******************************************************************
005640* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
005650******************************************************************
005660 3000-FINISH.
005670     MOVE SPACES TO WS-REPORT-LINE.
005680     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.
005690     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
005700     MOVE SPACES TO WS-REPORT-LINE.
005710     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
005720            WS-COUNT-ED           DELIMITED BY SIZE
005730         INTO WS-REPORT-LINE.
005740     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.
005750     MOVE WS-PLANS-ENROLLED TO WS-COUNT-ED.
005760     MOVE SPACES TO WS-REPORT-LINE.
005770     STRING "PLANS ENROLLED:    " DELIMITED BY SIZE
005780            WS-COUNT-ED           DELIMITED BY SIZE
005790         INTO WS-REPORT-LINE.
005800     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.
005810     MOVE WS-PLANS-CANCELLED TO WS-COUNT-ED.
005820     MOVE SPACES TO WS-REPORT-LINE.
005830     STRING "PLANS CANCELLED:   " DELIMITED BY SIZE
005840            WS-COUNT-ED           DELIMITED BY SIZE
005850         INTO WS-REPORT-LINE.
005860     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.
005870     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
005880     MOVE SPACES TO WS-REPORT-LINE.
005890     STRING "REJECTED:          " DELIMITED BY SIZE
005900            WS-COUNT-ED           DELIMITED BY SIZE
005910         INTO WS-REPORT-LINE.
005920     WRITE PM-REPORT-LINE FROM WS-REPORT-LINE.

005930     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
005940         CLOSE PLAN-TRANSACTIONS
005950     END-IF.
005960     CLOSE PLAN-FILE.
005970     CLOSE BILLING-FILE.
005980     CLOSE TERM-CONTROL.
005990     CLOSE PLAN-RPT.

006000     IF WS-RECORDS-REJECTED > ZERO
006010         MOVE 4 TO RETURN-CODE
006020     ELSE
006030         MOVE 0 TO RETURN-CODE
006040     END-IF.
006050 3000-FINISH-EXIT.
006060     EXIT.

006070 END PROGRAM PLANMNT.
