000010******************************************************************
000020* PROGRAM-ID : NPAYCNCL
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   REGISTRATION CANCELLATION FOR NON-PAYMENT, RUN ONCE THE TERM'S
000090*   PAYMENT DEADLINE (TM-PAY-DEADLINE) HAS PASSED.  EVERY TERM
000100*   BILL (STUBILL) WHOSE BALANCE, LESS THE STUDENT'S OPEN AWARDS
000110*   FOR THE TERM (AWARDS) NOT YET POSTED, IS STILL OVER THE
000120*   MINIMUM ON NPAYPARM IS A CANDIDATE.  A STUDENT ON A PAYMENT
000130*   PLAN FOR THE TERM (PAYPLAN) OR ON THE BURSAR'S GRACE LIST
000140*   (NPAYGRCE) IS LEFT ALONE.  FOR EVERY OTHER CANDIDATE THIS
000150*   PROGRAM WRITES ONE DROP TRANSACTION (NPAYTRAN, ENRLTRAN
000160*   LAYOUT) PER ENROLLED REGISTRATION IN THE TERM, CARRYING DROP
000170*   REASON "P", AND MARKS THE BILL CANCELLED FOR NON-PAYMENT.  THE
000180*   DROPS POST THROUGH THE NORMAL ENROLLMENT BATCH (ENRLBAT) -
000190*   WHICH PROMOTES FROM THE WAITLIST, ADJUSTS THE SEAT COUNTERS,
000200*   FLAGS THE DROP FEED SO REFNDREG LISTS RATHER THAN REFUNDS THE
000210*   DROP, AND QUEUES THE STUDENT'S NOTICE - AND THE TUITION
000220*   ASSESSMENT (TUITCALC) THEN REVERSES THE MARKED BILL'S CHARGES
000230*   IN FULL.  THE REPORT (NPAYRPT) IS THE CANCELLATION REGISTER:
000240*   EACH STUDENT CANCELLED WITH THE BALANCE AND THE REGISTRATIONS
000250*   DROPPED, THEN EACH UNPAID STUDENT NOT CANCELLED AND WHY.
000260*   A TERM ON NPAYPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000270*   REGISTRATION TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000280*   A TERM NOT ON FILE, WITH NO PAYMENT DEADLINE, OR WHOSE
000290*   DEADLINE HAS NOT PASSED IS REFUSED (RC 8); A FULL GRACE LIST
000300*   TABLE GIVES RC 4.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   2026-10-15  RO   ORIGINAL PROGRAM.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    NPAYCNCL.
000370 AUTHOR.        R. OKONKWO.
000380 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000390 DATE-WRITTEN.  2026-10-15.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT NPAY-PARM ASSIGN TO "NPAYPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.

000470     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TM-TERM-CODE
000510         FILE STATUS IS WS-TERM-STATUS.

000520     SELECT GRACE-FILE ASSIGN TO "NPAYGRCE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-GRACE-STATUS.

000550     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS BL-BILL-KEY
000590         FILE STATUS IS WS-BILL-STATUS.

000600     SELECT AWARD-FILE ASSIGN TO "AWARDS"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AW-AWARD-KEY
000640         FILE STATUS IS WS-AWARD-STATUS.

000650     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS IP-INSTALLMENT-KEY
000690         FILE STATUS IS WS-PLAN-STATUS.

000700     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS EN-ENROLL-KEY
000740         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-ENRL-STATUS.

000770     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SM-STUDENT-ID
000810         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000820             WITH DUPLICATES
000830         FILE STATUS IS WS-MAST-STATUS.

000840     SELECT DROP-TRANS ASSIGN TO "NPAYTRAN"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-TRAN-STATUS.

000870     SELECT NPAY-RPT ASSIGN TO "NPAYRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RPT-STATUS.

000900     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  NPAY-PARM.
000940 01  NK-PARM-RECORD.
000950     05  NK-TERM-CODE         PIC X(05).
000960     05  NK-MIN-BALANCE       PIC 9(05)V99.

000970 FD  TERM-CONTROL.
000980     COPY "termrec.cpy".

000990 FD  GRACE-FILE.
001000     COPY "npgrace.cpy".

001010 FD  BILLING-FILE.
001020     COPY "billrec.cpy".

001030 FD  AWARD-FILE.
001040     COPY "awardrec.cpy".

001050 FD  PLAN-FILE.
001060     COPY "payplan.cpy".

001070 FD  ENROLLMENT-MASTER.
001080     COPY "enrlrec.cpy".

001090 FD  STUDENT-MASTER.
001100     COPY "studrec.cpy".

001110 FD  DROP-TRANS.
001120     COPY "enrltran.cpy".

001130 FD  NPAY-RPT.
001140 01  NR-REPORT-LINE           PIC X(80).

001150 SD  SORT-WORK.
001160 01  NQ-SORT-RECORD.
001170     05  NQ-TYPE              PIC X(01).
001180         88  NQ-CANCELLED     VALUE "C".
001190         88  NQ-NOT-CANCELLED VALUE "E".
001200     05  NQ-STUDENT-ID        PIC 9(08).
001210     05  NQ-COURSE-CODE       PIC X(06).
001220     05  NQ-SECTION           PIC X(02).
001230     05  NQ-BALANCE           PIC S9(07)V99.
001240     05  NQ-REASON            PIC X(40).

001250 WORKING-STORAGE SECTION.
001260     COPY "runhdr.cpy".

001270*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001280     COPY "runparm.cpy".

001290 01  WS-SWITCHES.
001300     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001310         88  WS-EOF           VALUE "Y".
001320     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001330         88  WS-SORT-EOF      VALUE "Y".
001340     05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
001350         88  WS-SCAN-EOF      VALUE "Y".
001360     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001370         88  WS-FATAL         VALUE "Y".
001380     05  WS-MAST-USABLE-SWITCH PIC X(01) VALUE "N".
001390         88  WS-MAST-USABLE   VALUE "Y".
001400     05  WS-AWARD-USABLE-SWITCH PIC X(01) VALUE "N".
001410         88  WS-AWARD-USABLE  VALUE "Y".
001420     05  WS-PLAN-USABLE-SWITCH PIC X(01) VALUE "N".
001430         88  WS-PLAN-USABLE   VALUE "Y".
001440     05  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
001450         88  WS-FOUND         VALUE "Y".
001460     05  WS-GRACE-FULL-SWITCH PIC X(01) VALUE "N".
001470         88  WS-GRACE-TABLE-FULL VALUE "Y".

001480 01  WS-FILE-STATUSES.
001490     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001500     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001510     05  WS-GRACE-STATUS      PIC X(02) VALUE "00".
001520     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
001530     05  WS-AWARD-STATUS      PIC X(02) VALUE "00".
001540     05  WS-PLAN-STATUS       PIC X(02) VALUE "00".
001550     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001560     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001570     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001580     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001590 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.
001600 01  WS-MINIMUM-BALANCE       PIC 9(05)V99 VALUE ZERO.

001610 01  WS-COUNTERS COMP.
001620     05  WS-BILLS-READ        PIC 9(05) VALUE ZERO.
001630     05  WS-BILLS-UNPAID      PIC 9(05) VALUE ZERO.
001640     05  WS-STUDENTS-CANCELLED PIC 9(05) VALUE ZERO.
001650     05  WS-DROPS-WRITTEN     PIC 9(05) VALUE ZERO.
001660     05  WS-TOTAL-AID-COVERED PIC 9(05) VALUE ZERO.
001670     05  WS-TOTAL-ON-PLAN     PIC 9(05) VALUE ZERO.
001680     05  WS-TOTAL-GRACE       PIC 9(05) VALUE ZERO.
001690     05  WS-TOTAL-NO-REGS     PIC 9(05) VALUE ZERO.
001700     05  WS-STUDENT-DROPS     PIC 9(05) VALUE ZERO.

001710*    THE BURSAR'S GRACE LIST, LOADED ONCE AT THE START.
001720 01  WS-GRACE-TABLE.
001730     05  WS-GRACE-COUNT       PIC 9(04) COMP VALUE ZERO.
001740     05  WS-GRACE-ENTRY OCCURS 500 TIMES.
001750         10  WS-GRACE-STUDENT PIC 9(08).
001760         10  WS-GRACE-TERM    PIC X(05).
001770         10  WS-GRACE-NOTE    PIC X(30).
001780 01  WS-GRACE-SUB             PIC 9(04) COMP.
001790 01  WS-GRACE-HIT             PIC 9(04) COMP.

001800 01  WS-PENDING-AID           PIC 9(07)V99 VALUE ZERO.
001810 01  WS-NET-BALANCE           PIC S9(07)V99 VALUE ZERO.
001820 01  WS-TOTAL-CANCELLED-AMT   PIC S9(09)V99 VALUE ZERO.

001830 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.
001840 01  WS-CURRENT-TYPE          PIC X(01) VALUE SPACE.
001850 01  WS-FIRST-BREAK-SWITCH    PIC X(01) VALUE "Y".
001860     88  WS-FIRST-BREAK       VALUE "Y".

001870 01  WS-REASON                PIC X(40).

001880 01  WS-EDIT-FIELDS.
001890     05  WS-COUNT-ED          PIC ZZZZ9.
001900     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99-.
001910     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99-.
001920     05  WS-MINIMUM-ED        PIC ZZ,ZZ9.99.

001930 01  WS-REPORT-LINE           PIC X(80).

001940 PROCEDURE DIVISION.
001950******************************************************************
001960* 0000-MAINLINE.
001970******************************************************************
001980 0000-MAINLINE.
001990     MOVE "NPAYCNCL" TO RH-PROGRAM-NAME.
002000     CALL "BIZDATE" USING RH-RUN-DATE.
002010     ACCEPT RH-RUN-TIME FROM TIME.
002020     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
002030         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
002040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002050     IF NOT WS-FATAL
002060         SORT SORT-WORK
002070             ON ASCENDING KEY NQ-TYPE
002080                              NQ-STUDENT-ID
002090                              NQ-COURSE-CODE
002100             INPUT PROCEDURE IS 1500-SELECT-UNPAID
002110                 THRU 1500-SELECT-UNPAID-EXIT
002120             OUTPUT PROCEDURE IS 2000-PRINT-REGISTER
002130                 THRU 2000-PRINT-REGISTER-EXIT
002140     END-IF.
002150     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002160     ACCEPT RH-RUN-TIME FROM TIME.
002170     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002180         RH-RUN-TIME.
002190     STOP RUN.

002200******************************************************************
002210* 1000-INITIALIZE - READ THE TERM AND MINIMUM BALANCE, CHECK THE
002220*                   PAYMENT DEADLINE HAS PASSED, LOAD THE GRACE
002230*                   LIST AND OPEN FILES.  THE TERM, BILLING AND
002240*                   ENROLLMENT FILES ARE REQUIRED; WITHOUT THE
002250*                   AWARD OR PLAN FILE NO STUDENT IS COVERED BY
002260*                   IT, AND THE STUDENT MASTER ONLY SUPPLIES
002270*                   NAMES.
002280******************************************************************
002290 1000-INITIALIZE.
002300     OPEN OUTPUT NPAY-RPT.
002310     MOVE "REGISTRATION CANCELLATION FOR NON-PAYMENT"
002320         TO WS-REPORT-LINE.
002330     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

002340*    A TERM ON NPAYPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
002350*    THIS RUN ONLY; WITHOUT ONE THE REGISTRATION TERM COMES FROM
002360*    RUNCTL, AS FOR THE TUITION ASSESSMENT.  EITHER WAY IT MUST
002370*    BE ON TERMFILE (RUNPARM).
002380     MOVE SPACES TO RK-EXPLICIT-TERM.
002390     OPEN INPUT NPAY-PARM.
002400     IF WS-PARM-STATUS = "00"
002410         READ NPAY-PARM
002420             AT END
002430                 MOVE SPACES TO NK-PARM-RECORD
002440         END-READ
002450         MOVE NK-TERM-CODE TO RK-EXPLICIT-TERM
002460         IF NK-MIN-BALANCE IS NUMERIC
002470             MOVE NK-MIN-BALANCE TO WS-MINIMUM-BALANCE
002480         END-IF
002490         CLOSE NPAY-PARM
002500     END-IF.
002510     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002520     SET RK-REG-TERM TO TRUE.
002530     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002540     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
002550     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
002560     IF NOT RK-TERM-VALID
002570         SET WS-FATAL TO TRUE
002580         GO TO 1000-INITIALIZE-EXIT
002590     END-IF.
002600     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.
002610     MOVE WS-MINIMUM-BALANCE TO WS-MINIMUM-ED.
002620     MOVE SPACES TO WS-REPORT-LINE.
002630     STRING "TERM "           DELIMITED BY SIZE
002640            WS-SELECTED-TERM  DELIMITED BY SIZE
002650            "  RUN DATE "     DELIMITED BY SIZE
002660            RH-RUN-DATE       DELIMITED BY SIZE
002670            "  MINIMUM BALANCE " DELIMITED BY SIZE
002680            WS-MINIMUM-ED     DELIMITED BY SIZE
002690         INTO WS-REPORT-LINE.
002700     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

002710*    REGISTRATIONS ARE NEVER CANCELLED BEFORE THE STUDENT HAS HAD
002720*    UNTIL THE DEADLINE TO PAY - A TERM WITHOUT ONE IS REFUSED.
002730     OPEN INPUT TERM-CONTROL.
002740     IF WS-TERM-STATUS NOT = "00"
002750         MOVE "  (NO TERM FILE - RUN ABANDONED)" TO WS-REPORT-LINE
002760         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002770         SET WS-FATAL TO TRUE
002780         GO TO 1000-INITIALIZE-EXIT
002790     END-IF.
002800     MOVE WS-SELECTED-TERM TO TM-TERM-CODE.
002810     READ TERM-CONTROL
002820         INVALID KEY
002830             MOVE "  (TERM NOT ON TERM FILE - RUN ABANDONED)"
002840                 TO WS-REPORT-LINE
002850             WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002860             SET WS-FATAL TO TRUE
002870     END-READ.
002880     CLOSE TERM-CONTROL.
002890     IF WS-FATAL
002900         GO TO 1000-INITIALIZE-EXIT
002910     END-IF.
002920     IF TM-PAY-DEADLINE = ZERO
002930             OR RH-RUN-DATE NOT > TM-PAY-DEADLINE
002940         MOVE SPACES TO WS-REPORT-LINE
002950         STRING "  (PAYMENT DEADLINE "  DELIMITED BY SIZE
002960                TM-PAY-DEADLINE         DELIMITED BY SIZE
002970                " NOT SET OR NOT PASSED - NO CANCELLATIONS)"
002980                                        DELIMITED BY SIZE
002990             INTO WS-REPORT-LINE
003000         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
003010         SET WS-FATAL TO TRUE
003020         GO TO 1000-INITIALIZE-EXIT
003030     END-IF.
003040     MOVE SPACES TO WS-REPORT-LINE.
003050     STRING "PAYMENT DEADLINE " DELIMITED BY SIZE
003060            TM-PAY-DEADLINE     DELIMITED BY SIZE
003070         INTO WS-REPORT-LINE.
003080     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

003090     OPEN I-O BILLING-FILE.
003100     OPEN INPUT ENROLLMENT-MASTER.
003110     IF WS-BILL-STATUS NOT = "00" OR WS-ENRL-STATUS NOT = "00"
003120         MOVE "  (NO BILLING OR ENROLLMENT FILE - RUN ABANDONED)"
003130             TO WS-REPORT-LINE
003140         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
003150         SET WS-FATAL TO TRUE
003160         GO TO 1000-INITIALIZE-EXIT
003170     END-IF.
003180     OPEN INPUT AWARD-FILE.
003190     IF WS-AWARD-STATUS = "00"
003200         SET WS-AWARD-USABLE TO TRUE
003210     END-IF.
003220     OPEN INPUT PLAN-FILE.
003230     IF WS-PLAN-STATUS = "00"
003240         SET WS-PLAN-USABLE TO TRUE
003250     END-IF.
003260     OPEN INPUT STUDENT-MASTER.
003270     IF WS-MAST-STATUS = "00"
003280         SET WS-MAST-USABLE TO TRUE
003290     END-IF.

003300     OPEN INPUT GRACE-FILE.
003310     IF WS-GRACE-STATUS = "00"
003320         PERFORM 1100-LOAD-GRACE THRU 1100-LOAD-GRACE-EXIT
003330             UNTIL WS-EOF
003340         CLOSE GRACE-FILE
003350     END-IF.
003360     MOVE "N" TO WS-EOF-SWITCH.
003370     MOVE WS-GRACE-COUNT TO WS-COUNT-ED.
003380     MOVE SPACES TO WS-REPORT-LINE.
003390     STRING "STUDENTS ON THE GRACE LIST: " DELIMITED BY SIZE
003400            WS-COUNT-ED                    DELIMITED BY SIZE
003410         INTO WS-REPORT-LINE.
003420     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
003430     OPEN OUTPUT DROP-TRANS.
003440 1000-INITIALIZE-EXIT.
003450     EXIT.

003460******************************************************************
003470* 1100-LOAD-GRACE - ONE ROW OF THE BURSAR'S GRACE LIST.  A ROW
003480*                   FOR ANOTHER TERM IS SKIPPED.
003490******************************************************************
003500 1100-LOAD-GRACE.
003510     READ GRACE-FILE
003520         AT END
003530             SET WS-EOF TO TRUE
003540             GO TO 1100-LOAD-GRACE-EXIT
003550     END-READ.
003560     IF GX-STUDENT-ID NOT NUMERIC
003570         GO TO 1100-LOAD-GRACE-EXIT
003580     END-IF.
003590     IF GX-TERM-CODE NOT = SPACES
003600             AND GX-TERM-CODE NOT = WS-SELECTED-TERM
003610         GO TO 1100-LOAD-GRACE-EXIT
003620     END-IF.
003630     IF WS-GRACE-COUNT >= 500
003640         SET WS-GRACE-TABLE-FULL TO TRUE
003650         GO TO 1100-LOAD-GRACE-EXIT
003660     END-IF.
003670     ADD 1 TO WS-GRACE-COUNT.
003680     MOVE GX-STUDENT-ID TO WS-GRACE-STUDENT (WS-GRACE-COUNT).
003690     MOVE GX-TERM-CODE TO WS-GRACE-TERM (WS-GRACE-COUNT).
003700     MOVE GX-NOTE TO WS-GRACE-NOTE (WS-GRACE-COUNT).
003710 1100-LOAD-GRACE-EXIT.
003720     EXIT.

003730******************************************************************
003740* 1500-SELECT-UNPAID - INPUT PROCEDURE: WALK THE TERM'S BILLS,
003750*                      CANCEL EACH UNPAID STUDENT NOT COVERED OR
003760*                      EXEMPT, AND RELEASE THE REGISTER ROWS.
003770******************************************************************
003780 1500-SELECT-UNPAID.
003790     MOVE LOW-VALUES TO BL-BILL-KEY.
003800     START BILLING-FILE KEY IS NOT LESS THAN BL-BILL-KEY
003810         INVALID KEY
003820             SET WS-EOF TO TRUE
003830     END-START.
003840     PERFORM 1510-ONE-BILL THRU 1510-ONE-BILL-EXIT
003850         UNTIL WS-EOF.
003860 1500-SELECT-UNPAID-EXIT.
003870     EXIT.

003880******************************************************************
003890* 1510-ONE-BILL - ONE TERM BILL.
003900******************************************************************
003910 1510-ONE-BILL.
003920     READ BILLING-FILE NEXT RECORD
003930         AT END
003940             SET WS-EOF TO TRUE
003950     END-READ.
003960     IF WS-BILL-STATUS NOT = "00" AND NOT WS-EOF
003970         SET WS-EOF TO TRUE
003980     END-IF.
003990     IF WS-EOF
004000         GO TO 1510-ONE-BILL-EXIT
004010     END-IF.
004020     IF BL-TERM-CODE NOT = WS-SELECTED-TERM
004030         GO TO 1510-ONE-BILL-EXIT
004040     END-IF.
004050     ADD 1 TO WS-BILLS-READ.
004060     IF BL-BALANCE NOT > WS-MINIMUM-BALANCE
004070         GO TO 1510-ONE-BILL-EXIT
004080     END-IF.

004090*    AID AWARDED BUT NOT YET POSTED WILL PAY THE BILL DOWN -
004100*    ONLY WHAT IT LEAVES UNCOVERED COUNTS AS UNPAID.
004110     MOVE ZERO TO WS-PENDING-AID.
004120     IF WS-AWARD-USABLE
004130         PERFORM 1600-SUM-PENDING-AID
004140             THRU 1600-SUM-PENDING-AID-EXIT
004150     END-IF.
004160     COMPUTE WS-NET-BALANCE = BL-BALANCE - WS-PENDING-AID.
004170     MOVE SPACES TO NQ-SORT-RECORD.
004180     MOVE BL-STUDENT-ID TO NQ-STUDENT-ID.
004190     MOVE BL-BALANCE TO NQ-BALANCE.
004200     IF WS-NET-BALANCE NOT > WS-MINIMUM-BALANCE
004210         ADD 1 TO WS-TOTAL-AID-COVERED
004220         MOVE "COVERED BY PENDING AID" TO NQ-REASON
004230         GO TO 1510-RELEASE-EXEMPT
004240     END-IF.
004250     ADD 1 TO WS-BILLS-UNPAID.
004260     PERFORM 1700-CHECK-GRACE THRU 1700-CHECK-GRACE-EXIT.
004270     IF WS-FOUND
004280         ADD 1 TO WS-TOTAL-GRACE
004290         MOVE SPACES TO NQ-REASON
004300         STRING "GRACE LIST - "            DELIMITED BY SIZE
004310                WS-GRACE-NOTE (WS-GRACE-HIT) DELIMITED BY SIZE
004320             INTO NQ-REASON
004330         GO TO 1510-RELEASE-EXEMPT
004340     END-IF.
004350     IF WS-PLAN-USABLE
004360         PERFORM 1800-CHECK-PLAN THRU 1800-CHECK-PLAN-EXIT
004370         IF WS-FOUND
004380             ADD 1 TO WS-TOTAL-ON-PLAN
004390             MOVE "ON A PAYMENT PLAN" TO NQ-REASON
004400             GO TO 1510-RELEASE-EXEMPT
004410         END-IF
004420     END-IF.

004430     MOVE BL-STUDENT-ID TO WS-CURRENT-STUDENT.
004440     MOVE ZERO TO WS-STUDENT-DROPS.
004450     PERFORM 1900-DROP-REGISTRATIONS
004460         THRU 1900-DROP-REGISTRATIONS-EXIT.
004470     IF WS-STUDENT-DROPS = ZERO
004480         ADD 1 TO WS-TOTAL-NO-REGS
004490         MOVE SPACES TO NQ-SORT-RECORD
004500         MOVE BL-STUDENT-ID TO NQ-STUDENT-ID
004510         MOVE BL-BALANCE TO NQ-BALANCE
004520         IF BL-NONPAY-CANCELLED
004530             STRING "ALREADY CANCELLED "    DELIMITED BY SIZE
004540                    BL-CANCEL-DATE          DELIMITED BY SIZE
004550                 INTO NQ-REASON
004560         ELSE
004570             MOVE "NO REGISTRATIONS LEFT IN THE TERM"
004580                 TO NQ-REASON
004590         END-IF
004600         GO TO 1510-RELEASE-EXEMPT
004610     END-IF.

004620*    THE MARK TELLS TUITCALC TO REVERSE THE CHARGES ONCE ENRLBAT
004630*    HAS POSTED THE DROPS.  A STUDENT STILL REGISTERED WHEN
004640*    TUITCALC RUNS (A DROP REJECTED) IS BILLED AS USUAL AND THE
004650*    MARK CLEARED.
004660     ADD 1 TO WS-STUDENTS-CANCELLED.
004670     ADD BL-BALANCE TO WS-TOTAL-CANCELLED-AMT.
004680     SET BL-NONPAY-CANCELLED TO TRUE.
004690     MOVE RH-RUN-DATE TO BL-CANCEL-DATE.
004700     REWRITE BL-BILLING-RECORD.
004710     GO TO 1510-ONE-BILL-EXIT.

004720 1510-RELEASE-EXEMPT.
004730     SET NQ-NOT-CANCELLED TO TRUE.
004740     RELEASE NQ-SORT-RECORD.
004750 1510-ONE-BILL-EXIT.
004760     EXIT.

004770******************************************************************
004780* 1600-SUM-PENDING-AID - TOTAL THE STUDENT'S OPEN AWARDS FOR THE
004790*                        TERM.
004800******************************************************************
004810 1600-SUM-PENDING-AID.
004820     MOVE "N" TO WS-SCAN-EOF-SWITCH.
004830     MOVE BL-STUDENT-ID TO AW-STUDENT-ID.
004840     MOVE BL-TERM-CODE TO AW-TERM-CODE.
004850     MOVE LOW-VALUES TO AW-AWARD-CODE.
004860     START AWARD-FILE KEY IS NOT LESS THAN AW-AWARD-KEY
004870         INVALID KEY
004880             SET WS-SCAN-EOF TO TRUE
004890     END-START.
004900     PERFORM 1610-ONE-AWARD THRU 1610-ONE-AWARD-EXIT
004910         UNTIL WS-SCAN-EOF.
004920 1600-SUM-PENDING-AID-EXIT.
004930     EXIT.

004940******************************************************************
004950* 1610-ONE-AWARD - ONE AWARD FOR THE STUDENT.
004960******************************************************************
004970 1610-ONE-AWARD.
004980     READ AWARD-FILE NEXT RECORD
004990         AT END
005000             SET WS-SCAN-EOF TO TRUE
005010     END-READ.
005020     IF WS-AWARD-STATUS NOT = "00" AND NOT WS-SCAN-EOF
005030         SET WS-SCAN-EOF TO TRUE
005040     END-IF.
005050     IF WS-SCAN-EOF
005060         GO TO 1610-ONE-AWARD-EXIT
005070     END-IF.
005080     IF AW-STUDENT-ID NOT = BL-STUDENT-ID
005090             OR AW-TERM-CODE NOT = BL-TERM-CODE
005100         SET WS-SCAN-EOF TO TRUE
005110         GO TO 1610-ONE-AWARD-EXIT
005120     END-IF.
005130     IF AW-OPEN
005140         ADD AW-AMOUNT TO WS-PENDING-AID
005150     END-IF.
005160 1610-ONE-AWARD-EXIT.
005170     EXIT.

005180******************************************************************
005190* 1700-CHECK-GRACE - IS THE STUDENT ON THE BURSAR'S GRACE LIST
005200*                    FOR THE TERM?  WS-GRACE-HIT IS THE ROW.
005210******************************************************************
005220 1700-CHECK-GRACE.
005230     MOVE "N" TO WS-FOUND-SWITCH.
005240     MOVE 1 TO WS-GRACE-SUB.
005250     PERFORM 1710-ONE-GRACE-ROW THRU 1710-ONE-GRACE-ROW-EXIT
005260         UNTIL WS-GRACE-SUB > WS-GRACE-COUNT OR WS-FOUND.
005270 1700-CHECK-GRACE-EXIT.
005280     EXIT.

005290 1710-ONE-GRACE-ROW.
005300     IF WS-GRACE-STUDENT (WS-GRACE-SUB) = BL-STUDENT-ID
005310         SET WS-FOUND TO TRUE
005320         MOVE WS-GRACE-SUB TO WS-GRACE-HIT
005330     END-IF.
005340     ADD 1 TO WS-GRACE-SUB.
005350 1710-ONE-GRACE-ROW-EXIT.
005360     EXIT.

005370******************************************************************
005380* 1800-CHECK-PLAN - DOES THE STUDENT HAVE A PAYMENT PLAN FOR THE
005390*                   TERM THAT HAS NOT BEEN CANCELLED?
005400******************************************************************
005410 1800-CHECK-PLAN.
005420     MOVE "N" TO WS-FOUND-SWITCH.
005430     MOVE "N" TO WS-SCAN-EOF-SWITCH.
005440     MOVE BL-STUDENT-ID TO IP-STUDENT-ID.
005450     MOVE BL-TERM-CODE TO IP-TERM-CODE.
005460     MOVE ZERO TO IP-INSTALL-NO.
005470     START PLAN-FILE KEY IS NOT LESS THAN IP-INSTALLMENT-KEY
005480         INVALID KEY
005490             SET WS-SCAN-EOF TO TRUE
005500     END-START.
005510     PERFORM 1810-ONE-INSTALLMENT THRU 1810-ONE-INSTALLMENT-EXIT
005520         UNTIL WS-SCAN-EOF OR WS-FOUND.
005530 1800-CHECK-PLAN-EXIT.
005540     EXIT.

005550 1810-ONE-INSTALLMENT.
005560     READ PLAN-FILE NEXT RECORD
005570         AT END
005580             SET WS-SCAN-EOF TO TRUE
005590     END-READ.
005600     IF WS-PLAN-STATUS NOT = "00" AND NOT WS-SCAN-EOF
005610         SET WS-SCAN-EOF TO TRUE
005620     END-IF.
005630     IF WS-SCAN-EOF
005640         GO TO 1810-ONE-INSTALLMENT-EXIT
005650     END-IF.
005660     IF IP-STUDENT-ID NOT = BL-STUDENT-ID
005670             OR IP-TERM-CODE NOT = BL-TERM-CODE
005680         SET WS-SCAN-EOF TO TRUE
005690         GO TO 1810-ONE-INSTALLMENT-EXIT
005700     END-IF.
005710     IF NOT IP-CANCELLED
005720         SET WS-FOUND TO TRUE
005730     END-IF.
005740 1810-ONE-INSTALLMENT-EXIT.
005750     EXIT.

005760******************************************************************
005770* 1900-DROP-REGISTRATIONS - WRITE A NON-PAYMENT DROP FOR EVERY
005780*                           REGISTRATION THE STUDENT HOLDS IN
005790*                           THE TERM.
005800******************************************************************
005810 1900-DROP-REGISTRATIONS.
005820     MOVE "N" TO WS-SCAN-EOF-SWITCH.
005830     MOVE WS-CURRENT-STUDENT TO EN-STUDENT-ID.
005840     MOVE LOW-VALUES TO EN-COURSE-CODE.
005850     START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
005860         INVALID KEY
005870             SET WS-SCAN-EOF TO TRUE
005880     END-START.
005890     PERFORM 1910-ONE-REGISTRATION THRU 1910-ONE-REGISTRATION-EXIT
005900         UNTIL WS-SCAN-EOF.
005910 1900-DROP-REGISTRATIONS-EXIT.
005920     EXIT.

005930******************************************************************
005940* 1910-ONE-REGISTRATION - ONE REGISTRATION FOR THE STUDENT.
005950******************************************************************
005960 1910-ONE-REGISTRATION.
005970     READ ENROLLMENT-MASTER NEXT RECORD
005980         AT END
005990             SET WS-SCAN-EOF TO TRUE
006000     END-READ.
006010     IF WS-ENRL-STATUS NOT = "00" AND NOT WS-SCAN-EOF
006020         SET WS-SCAN-EOF TO TRUE
006030     END-IF.
006040     IF WS-SCAN-EOF
006050         GO TO 1910-ONE-REGISTRATION-EXIT
006060     END-IF.
006070     IF EN-STUDENT-ID NOT = WS-CURRENT-STUDENT
006080         SET WS-SCAN-EOF TO TRUE
006090         GO TO 1910-ONE-REGISTRATION-EXIT
006100     END-IF.
006110     IF NOT EN-ENROLLED OR EN-TERM-CODE NOT = WS-SELECTED-TERM
006120         GO TO 1910-ONE-REGISTRATION-EXIT
006130     END-IF.

006140*    THE DROP ITSELF POSTS IN ENRLBAT, WHICH FLAGS THE DROP FEED,
006150*    PROMOTES FROM THE WAITLIST AND QUEUES THE STUDENT'S NOTICE
006160*    FOR REASON "P".
006170     MOVE SPACES TO ET-ENROLL-TRANSACTION.
006180     SET ET-ACTION-DROP TO TRUE.
006190     MOVE EN-STUDENT-ID TO ET-STUDENT-ID.
006200     MOVE EN-COURSE-CODE TO ET-COURSE-CODE.
006210     MOVE EN-TERM-CODE TO ET-TERM-CODE.
006220     MOVE EN-SECTION TO ET-SECTION.
006230     MOVE RH-RUN-DATE TO ET-SUBMIT-DATE.
006240     MOVE RH-RUN-TIME (1:4) TO ET-SUBMIT-TIME.
006250     SET ET-NON-PAYMENT TO TRUE.
006260     WRITE ET-ENROLL-TRANSACTION.
006270     ADD 1 TO WS-STUDENT-DROPS.
006280     ADD 1 TO WS-DROPS-WRITTEN.
006290     MOVE SPACES TO NQ-SORT-RECORD.
006300     SET NQ-CANCELLED TO TRUE.
006310     MOVE EN-STUDENT-ID TO NQ-STUDENT-ID.
006320     MOVE EN-COURSE-CODE TO NQ-COURSE-CODE.
006330     MOVE EN-SECTION TO NQ-SECTION.
006340     MOVE BL-BALANCE TO NQ-BALANCE.
006350     RELEASE NQ-SORT-RECORD.
006360 1910-ONE-REGISTRATION-EXIT.
006370     EXIT.

006380******************************************************************
006390* 2000-PRINT-REGISTER - OUTPUT PROCEDURE: THE STUDENTS CANCELLED,
006400*                       THEN THE UNPAID STUDENTS LEFT ALONE.
006410******************************************************************
006420 2000-PRINT-REGISTER.
006430     PERFORM 2100-RETURN-ROW THRU 2100-RETURN-ROW-EXIT.
006440     PERFORM 2200-ONE-ROW THRU 2200-ONE-ROW-EXIT
006450         UNTIL WS-SORT-EOF.
006460     IF WS-STUDENTS-CANCELLED = ZERO
006470         MOVE SPACES TO WS-REPORT-LINE
006480         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
006490         MOVE "  (NO STUDENT CANCELLED)" TO WS-REPORT-LINE
006500         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
006510     END-IF.
006520 2000-PRINT-REGISTER-EXIT.
006530     EXIT.

006540******************************************************************
006550* 2100-RETURN-ROW - GET THE NEXT SORTED REGISTER ROW.
006560******************************************************************
006570 2100-RETURN-ROW.
006580     RETURN SORT-WORK
006590         AT END
006600             SET WS-SORT-EOF TO TRUE
006610     END-RETURN.
006620 2100-RETURN-ROW-EXIT.
006630     EXIT.

006640******************************************************************
006650* 2200-ONE-ROW - BREAK ON A NEW SECTION OF THE REGISTER AND ON A
006660*                NEW STUDENT, THEN PRINT ONE DROP, OR ONE STUDENT
006670*                NOT CANCELLED.
006680******************************************************************
006690 2200-ONE-ROW.
006700     IF NQ-TYPE NOT = WS-CURRENT-TYPE
006710         MOVE NQ-TYPE TO WS-CURRENT-TYPE
006720         MOVE SPACES TO WS-REPORT-LINE
006730         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
006740         IF NQ-CANCELLED
006750             MOVE "STUDENTS CANCELLED - REGISTRATIONS DROPPED"
006760                 TO WS-REPORT-LINE
006770         ELSE
006780             MOVE "UNPAID STUDENTS NOT CANCELLED"
006790                 TO WS-REPORT-LINE
006800         END-IF
006810         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
006820         MOVE "Y" TO WS-FIRST-BREAK-SWITCH
006830     END-IF.
006840     IF NQ-STUDENT-ID NOT = WS-CURRENT-STUDENT OR WS-FIRST-BREAK
006850         MOVE NQ-STUDENT-ID TO WS-CURRENT-STUDENT
006860         MOVE "N" TO WS-FIRST-BREAK-SWITCH
006870         PERFORM 2300-STUDENT-LINE THRU 2300-STUDENT-LINE-EXIT
006880     END-IF.
006890     IF NQ-CANCELLED
006900         MOVE SPACES TO WS-REPORT-LINE
006910         STRING "      DROPPED "    DELIMITED BY SIZE
006920                NQ-COURSE-CODE      DELIMITED BY SIZE
006930                "  SECTION "        DELIMITED BY SIZE
006940                NQ-SECTION          DELIMITED BY SIZE
006950                "  - NOTICE QUEUED" DELIMITED BY SIZE
006960             INTO WS-REPORT-LINE
006970         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
006980     END-IF.
006990     PERFORM 2100-RETURN-ROW THRU 2100-RETURN-ROW-EXIT.
007000 2200-ONE-ROW-EXIT.
007010     EXIT.

007020******************************************************************
007030* 2300-STUDENT-LINE - THE STUDENT, THE BALANCE, AND FOR ONE NOT
007040*                     CANCELLED THE REASON.
007050******************************************************************
007060 2300-STUDENT-LINE.
007070     MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME.
007080     IF WS-MAST-USABLE
007090         MOVE NQ-STUDENT-ID TO SM-STUDENT-ID
007100         READ STUDENT-MASTER
007110             INVALID KEY
007120                 MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
007130         END-READ
007140     END-IF.
007150     MOVE NQ-BALANCE TO WS-AMOUNT-ED.
007160     MOVE SPACES TO WS-REPORT-LINE.
007170     STRING "  "               DELIMITED BY SIZE
007180            NQ-STUDENT-ID      DELIMITED BY SIZE
007190            "  "               DELIMITED BY SIZE
007200            SM-STUDENT-NAME    DELIMITED BY SIZE
007210            "  DUE "           DELIMITED BY SIZE
007220            WS-AMOUNT-ED       DELIMITED BY SIZE
007230         INTO WS-REPORT-LINE.
007240     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007250     IF NQ-NOT-CANCELLED
007260         MOVE SPACES TO WS-REPORT-LINE
007270         STRING "      "       DELIMITED BY SIZE
007280                NQ-REASON      DELIMITED BY SIZE
007290             INTO WS-REPORT-LINE
007300         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
007310     END-IF.
007320 2300-STUDENT-LINE-EXIT.
007330     EXIT.

007340******************************************************************
007350* 3000-FINISH - TOTALS, CLOSE FILES, SET THE RETURN CODE.
007360******************************************************************
007370 3000-FINISH.
007380     IF WS-FATAL
007390         MOVE 8 TO RETURN-CODE
007400         CLOSE NPAY-RPT
007410         GO TO 3000-FINISH-EXIT
007420     END-IF.
007430     MOVE SPACES TO WS-REPORT-LINE.
007440     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007450     MOVE WS-BILLS-READ TO WS-COUNT-ED.
007460     MOVE SPACES TO WS-REPORT-LINE.
007470     STRING "TERM BILLS READ:         " DELIMITED BY SIZE
007480            WS-COUNT-ED                 DELIMITED BY SIZE
007490         INTO WS-REPORT-LINE.
007500     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007510     MOVE WS-TOTAL-AID-COVERED TO WS-COUNT-ED.
007520     MOVE SPACES TO WS-REPORT-LINE.
007530     STRING "COVERED BY PENDING AID:  " DELIMITED BY SIZE
007540            WS-COUNT-ED                 DELIMITED BY SIZE
007550         INTO WS-REPORT-LINE.
007560     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007570     MOVE WS-BILLS-UNPAID TO WS-COUNT-ED.
007580     MOVE SPACES TO WS-REPORT-LINE.
007590     STRING "UNPAID:                  " DELIMITED BY SIZE
007600            WS-COUNT-ED                 DELIMITED BY SIZE
007610         INTO WS-REPORT-LINE.
007620     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007630     MOVE WS-TOTAL-GRACE TO WS-COUNT-ED.
007640     MOVE SPACES TO WS-REPORT-LINE.
007650     STRING "  ON THE GRACE LIST:     " DELIMITED BY SIZE
007660            WS-COUNT-ED                 DELIMITED BY SIZE
007670         INTO WS-REPORT-LINE.
007680     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007690     MOVE WS-TOTAL-ON-PLAN TO WS-COUNT-ED.
007700     MOVE SPACES TO WS-REPORT-LINE.
007710     STRING "  ON A PAYMENT PLAN:     " DELIMITED BY SIZE
007720            WS-COUNT-ED                 DELIMITED BY SIZE
007730         INTO WS-REPORT-LINE.
007740     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007750     MOVE WS-TOTAL-NO-REGS TO WS-COUNT-ED.
007760     MOVE SPACES TO WS-REPORT-LINE.
007770     STRING "  NO REGISTRATIONS LEFT: " DELIMITED BY SIZE
007780            WS-COUNT-ED                 DELIMITED BY SIZE
007790         INTO WS-REPORT-LINE.
007800     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007810     MOVE WS-STUDENTS-CANCELLED TO WS-COUNT-ED.
007820     MOVE SPACES TO WS-REPORT-LINE.
007830     STRING "  CANCELLED:             " DELIMITED BY SIZE
007840            WS-COUNT-ED                 DELIMITED BY SIZE
007850         INTO WS-REPORT-LINE.
007860     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007870     MOVE WS-DROPS-WRITTEN TO WS-COUNT-ED.
007880     MOVE SPACES TO WS-REPORT-LINE.
007890     STRING "REGISTRATIONS DROPPED:   " DELIMITED BY SIZE
007900            WS-COUNT-ED                 DELIMITED BY SIZE
007910         INTO WS-REPORT-LINE.
007920     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007930     MOVE WS-TOTAL-CANCELLED-AMT TO WS-TOTAL-ED.
007940     MOVE SPACES TO WS-REPORT-LINE.
007950     STRING "BALANCES CANCELLED:  "     DELIMITED BY SIZE
007960            WS-TOTAL-ED                 DELIMITED BY SIZE
007970         INTO WS-REPORT-LINE.
007980     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
007990     IF WS-GRACE-TABLE-FULL
008000         MOVE "  (GRACE LIST TABLE FULL - LATER ROWS IGNORED)"
008010             TO WS-REPORT-LINE
008020         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
008030     END-IF.

008040     CLOSE DROP-TRANS.
008050     CLOSE BILLING-FILE.
008060     CLOSE ENROLLMENT-MASTER.
008070     IF WS-AWARD-USABLE
008080         CLOSE AWARD-FILE
008090     END-IF.
008100     IF WS-PLAN-USABLE
008110         CLOSE PLAN-FILE
008120     END-IF.
008130     IF WS-MAST-USABLE
008140         CLOSE STUDENT-MASTER
008150     END-IF.
008160     CLOSE NPAY-RPT.
008170     IF WS-GRACE-TABLE-FULL
008180         MOVE 4 TO RETURN-CODE
008190     END-IF.
008200 3000-FINISH-EXIT.
008210     EXIT.

008220 END PROGRAM NPAYCNCL.
