000010*****************************************************************
000020* PROGRAM-ID : REVPBLD
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*----------------------------------------------------------------
000070* PURPOSE.
000080*   FIRST STEP OF THE TUITION REVENUE PROJECTION (REVPROJ).
000090*   BUILDS COMPUPER'S INPUTS FROM THE FROZEN CENSUS AND THE
000100*   RATE TABLE SO THE BUSINESS OFFICE'S BUDGET WHAT-IFS ARE
000110*   COMPUTED FROM REAL FIGURES RATHER THAN BY HAND:
000120*     - REVPPARM NAMES UP TO FOUR TERMS TO PROJECT (NONE = THE
000130*       CURRENT TERM FROM THE RUN-CONTROL LIBRARY, RUNPARM);
000140*     - EVERY CENSUS STUDENT OF THOSE TERMS (CENSFILE) IS
000150*       GROUPED BY TERM, CAMPUS AND RESIDENCY CLASS (RESDVERS),
000160*       AND PRICED AT THE CLASS'S PER-CREDIT RATE (RATETBL),
000170*       A FULL-TIME STUDENT'S HOURS CUT BACK SO THE GROUP BILLS
000180*       NO MORE THAN THE FULL-TIME AMOUNT, AS TUITCALC DOES;
000190*     - EACH GROUP BECOMES A COMPDATA PAIR (X = BILLABLE CREDIT
000200*       HOURS, Y = RATE), WITH A MATCHING REVPGRP RECORD SO THE
000210*       REPORT STEP CAN PUT THE RESULTS BACK BY CAMPUS AND TERM;
000220*     - THE SCENARIOS ON REVSCEN (UP TO SIX, EACH A RATE AND
000230*       AN ENROLLMENT PERCENTAGE) BECOME COMPCTRL DEFINITIONS:
000240*         CURRENT = X * Y
000250*         SCNHRS  = X * (100 + ENROLLMENT PCT) / 100
000260*         SCNRATE = Y * (100 + RATE PCT) / 100
000270*         SCNREV  = SCNHRS * SCNRATE
000280*   COMPUPER (STEP 2) EVALUATES THEM WITH ITS USUAL ROUNDING
000290*   AND SIZE-ERROR HANDLING, AND REVPRPT (STEP 3) PRINTS THE
000300*   SIDE-BY-SIDE PROJECTION.  A GROUP IS SPLIT OVER SEVERAL
000310*   PAIRS WHEN ITS REVENUE COULD OTHERWISE OUTGROW COMPUPER'S
000320*   RESULT FIELD.  RC 4 = STUDENTS THAT COULD NOT BE PRICED,
000330*   A TERM WITH NO CENSUS, OR SCENARIOS BEYOND THE SIXTH;
000340*   RC 8 = NOTHING USABLE BUILT.
000350*----------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370*   2026-10-15  RO   ORIGINAL PROGRAM.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    REVPBLD.
000410 AUTHOR.        R. OKONKWO.
000420 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000430 DATE-WRITTEN.  2026-10-15.
000440 DATE-COMPILED.

000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PROJ-PARM ASSIGN TO "REVPPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.

000510     SELECT SCENARIO-FILE ASSIGN TO "REVSCEN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SCEN-STATUS.

000540     SELECT RATE-TABLE ASSIGN TO "RATETBL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RATE-STATUS.

000570     SELECT CENSUS-FILE ASSIGN TO "CENSFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CN-CENSUS-KEY
000610         FILE STATUS IS WS-CENS-STATUS.

000620     SELECT COMP-DATA-OUT ASSIGN TO "COMPDATA"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DATA-STATUS.

000650     SELECT COMP-CTRL-OUT ASSIGN TO "COMPCTRL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CTRL-STATUS.

000680     SELECT GROUP-OUT ASSIGN TO "REVPGRP"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-GRP-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PROJ-PARM.
000740 01  RP-PARM-RECORD.
000750     05  RP-TERM-CODE         PIC X(05) OCCURS 4 TIMES.

000760 FD  SCENARIO-FILE.
000770     COPY "revscen.cpy".

000780 FD  RATE-TABLE.
000790     COPY "raterec.cpy".

000800 FD  CENSUS-FILE.
000810     COPY "censrec.cpy".

000820 FD  COMP-DATA-OUT.
000830     COPY "compdat.cpy".

000840 FD  COMP-CTRL-OUT.
000850     COPY "compctrl.cpy".

000860 FD  GROUP-OUT.
000870     COPY "revpgrp.cpy".

000880 WORKING-STORAGE SECTION.
000890     COPY "runhdr.cpy".

000900 01  WS-SWITCHES.
000910     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000920         88  WS-EOF           VALUE "Y".
000930     05  WS-FULL-SWITCH       PIC X(01) VALUE "N".
000940         88  WS-TABLE-FULL    VALUE "Y".
000950     05  WS-WARN-SWITCH       PIC X(01) VALUE "N".
000960         88  WS-WARNING       VALUE "Y".
000970     05  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
000980         88  WS-FOUND         VALUE "Y".

000990 01  WS-FILE-STATUSES.
001000     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001010     05  WS-SCEN-STATUS       PIC X(02) VALUE "00".
001020     05  WS-RATE-STATUS       PIC X(02) VALUE "00".
001030     05  WS-CENS-STATUS       PIC X(02) VALUE "00".
001040     05  WS-DATA-STATUS       PIC X(02) VALUE "00".
001050     05  WS-CTRL-STATUS       PIC X(02) VALUE "00".
001060     05  WS-GRP-STATUS        PIC X(02) VALUE "00".

001070 01  WS-COUNTERS COMP.
001080     05  WS-CENSUS-READ       PIC 9(07) VALUE ZERO.
001090     05  WS-UNCLASSIFIED      PIC 9(07) VALUE ZERO.
001100     05  WS-NO-RATE-ROW       PIC 9(07) VALUE ZERO.
001110     05  WS-TERM-CENSUS       PIC 9(07) VALUE ZERO.
001120     05  WS-PAIRS-WRITTEN     PIC 9(05) VALUE ZERO.
001130     05  WS-DEFS-WRITTEN      PIC 9(03) VALUE ZERO.
001140     05  WS-SCEN-EXTRA        PIC 9(03) VALUE ZERO.

001150*    THE TERMS BEING PROJECTED, IN REPORT ORDER.
001160 01  WS-TERM-LIST.
001170     05  WS-TERM-COUNT        PIC 9(01) COMP VALUE ZERO.
001180     05  WS-TL-TERM           PIC X(05) OCCURS 4 TIMES.
001190 77  WS-TERM-SUB              PIC 9(01) COMP.
001200 77  WS-PARM-SUB              PIC 9(01) COMP.

001210*    THE SCENARIOS, IN REVSCEN ORDER - THE FIRST SIX LINES.
001220 01  WS-SCENARIO-TABLE.
001230     05  WS-SCEN-COUNT        PIC 9(01) COMP VALUE ZERO.
001240     05  WS-SCEN-ENTRY OCCURS 6 TIMES.
001250         10  WS-SC-RATE-PCT   PIC S9(03)V99.
001260         10  WS-SC-ENROLL-PCT PIC S9(03)V99.
001270 77  WS-SCEN-SUB              PIC 9(01) COMP.
001280 77  WS-MAX-SCENARIOS         PIC 9(01) COMP VALUE 6.

001290*    THE PROJECTED TERMS' RATE ROWS, ONE PER RESIDENCY CLASS.
001300 01  WS-RATE-LIST.
001310     05  WS-RATE-USED         PIC 9(03) COMP VALUE ZERO.
001320     05  WS-RATE-ENTRY OCCURS 40 TIMES.
001330         10  WS-RT-TERM       PIC X(05).
001340         10  WS-RT-CLASS      PIC X(01).
001350         10  WS-RT-RATE       PIC 9(05)V99.
001360         10  WS-RT-FT-CREDITS PIC 9(02).
001370         10  WS-RT-FT-AMOUNT  PIC 9(07)V99.
001380 77  WS-RATE-SUB              PIC 9(03) COMP.

001390*    ONE ROW PER TERM, CAMPUS AND RESIDENCY CLASS, KEPT IN KEY
001400*    ORDER (TERM IN REVPPARM ORDER - TERM CODES DO NOT SORT IN
001410*    CALENDAR ORDER) SO THE PAIRS COME OUT READY FOR THE
001420*    REPORT'S CONTROL BREAKS.  AN UNPRICED GROUP CARRIES "N"
001430*    IN THE PRICED FLAG, WHICH KEEPS IT APART FROM ITS CLASS.
001440 01  WS-GROUP-TABLE.
001450     05  WS-GROUP-COUNT       PIC 9(03) COMP VALUE ZERO.
001460     05  WS-GROUP-ENTRY OCCURS 200 TIMES.
001470         10  WS-GT-KEY.
001480             15  WS-GT-TERM-SEQ   PIC 9(01).
001490             15  WS-GT-CAMPUS     PIC X(02).
001500             15  WS-GT-CLASS      PIC X(01).
001510             15  WS-GT-PRICED     PIC X(01).
001520         10  WS-GT-TERM       PIC X(05).
001530         10  WS-GT-HEADCOUNT  PIC 9(05).
001540         10  WS-GT-CREDITS    PIC 9(06).
001550         10  WS-GT-BILLABLE   PIC 9(07)V99.
001560         10  WS-GT-RATE       PIC 9(05)V99.
001570 77  WS-GROUP-SUB             PIC 9(03) COMP.
001580 77  WS-INSERT-SUB            PIC 9(03) COMP.
001590 77  WS-MAX-GROUPS            PIC 9(03) COMP VALUE 200.

001600*    THE CENSUS STUDENT IN HAND.
001610 01  WS-STUDENT-FIELDS.
001620     05  WS-NEW-KEY.
001630         10  WS-NK-TERM-SEQ   PIC 9(01).
001640         10  WS-NK-CAMPUS     PIC X(02).
001650         10  WS-NK-CLASS      PIC X(01).
001660         10  WS-NK-PRICED     PIC X(01).
001670     05  WS-STU-RATE          PIC 9(05)V99.
001680     05  WS-STU-BILLABLE      PIC 9(05)V99.

001690*    SPLITTING A GROUP INTO PAIRS.  NO PAIR MAY BILL MORE THAN
001700*    TWO MILLION AT TODAY'S RATE, SO EVEN A SCENARIO DOUBLING
001710*    BOTH RATE AND ENROLLMENT STAYS INSIDE COMPUPER'S RESULT.
001720 01  WS-PAIR-FIELDS.
001730     05  WS-PAIR-REVENUE-CAP  PIC 9(07) VALUE 2000000.
001740     05  WS-PAIR-LIMIT        PIC 9(05)V99.
001750     05  WS-REMAINING-HOURS   PIC 9(07)V99.
001760     05  WS-PAIR-HOURS        PIC 9(05)V99.
001770     05  WS-FIRST-PAIR-SWITCH PIC X(01).
001780         88  WS-FIRST-PAIR    VALUE "Y".

001790*    BUILDING ONE COMPCTRL DEFINITION.  A PERCENTAGE BECOMES A
001800*    FACTOR CONSTANT (+3.25 PERCENT = 1.0325).
001810 01  WS-DEF-FIELDS.
001820     05  WS-FACTOR            PIC 9V9(04).
001830     05  WS-FACTOR-ED         PIC 9.9999.
001840     05  WS-SCEN-DIGIT        PIC 9(01).
001850     05  WS-DEF-NAME          PIC X(08).
001860     05  WS-DEF-HOURS-NAME    PIC X(08).
001870     05  WS-DEF-RATE-NAME     PIC X(08).

001880 01  WS-EDIT-FIELDS.
001890     05  WS-COUNT-ED          PIC ZZZ,ZZ9.

001900     COPY "runparm.cpy".

001910*    CALL AREA FOR THE RESIDENCY SERVICE (RESDVERS).
001920     COPY "resdvers.cpy".

001930 PROCEDURE DIVISION.

001940*****************************************************************
001950* 0000-MAINLINE.
001960*****************************************************************
001970 0000-MAINLINE.
001980     MOVE "REVPBLD" TO RH-PROGRAM-NAME.
001990     CALL "BIZDATE" USING RH-RUN-DATE.
002000     ACCEPT RH-RUN-TIME FROM TIME.
002010     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
002020         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
002030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002040     PERFORM 2000-GATHER-TERM THRU 2000-GATHER-TERM-EXIT
002050         VARYING WS-TERM-SUB FROM 1 BY 1
002060         UNTIL WS-TERM-SUB > WS-TERM-COUNT.
002070     PERFORM 3000-WRITE-GROUP THRU 3000-WRITE-GROUP-EXIT
002080         VARYING WS-GROUP-SUB FROM 1 BY 1
002090         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
002100     PERFORM 4000-WRITE-DEFINITIONS
002110         THRU 4000-WRITE-DEFINITIONS-EXIT.
002120     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
002130     ACCEPT RH-RUN-TIME FROM TIME.
002140     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002150         RH-RUN-TIME.
002160     STOP RUN.

002170*****************************************************************
002180* 1000-INITIALIZE - THE TERMS, THE SCENARIOS AND THE RATES;
002190*                   ANY OF THEM UNUSABLE STOPS THE RUN AT RC 8
002200*                   SO THE LATER STEPS DO NOT RUN.
002210*****************************************************************
002220 1000-INITIALIZE.
002230     MOVE SPACES TO RP-PARM-RECORD.
002240     OPEN INPUT PROJ-PARM.
002250     IF WS-PARM-STATUS = "00"
002260         READ PROJ-PARM
002270             AT END
002280                 MOVE SPACES TO RP-PARM-RECORD
002290         END-READ
002300         CLOSE PROJ-PARM
002310     END-IF.
002320     PERFORM 1100-RESOLVE-TERM THRU 1100-RESOLVE-TERM-EXIT
002330         VARYING WS-PARM-SUB FROM 1 BY 1
002340         UNTIL WS-PARM-SUB > 4.
002350*    NO TERM ON REVPPARM - PROJECT THE CURRENT TERM.
002360     IF WS-TERM-COUNT = ZERO
002370         MOVE ZERO TO WS-PARM-SUB
002380         PERFORM 1100-RESOLVE-TERM THRU 1100-RESOLVE-TERM-EXIT
002390     END-IF.

002400     PERFORM 1200-LOAD-SCENARIOS THRU 1200-LOAD-SCENARIOS-EXIT.
002410     PERFORM 1300-LOAD-RATES THRU 1300-LOAD-RATES-EXIT.

002420     OPEN INPUT CENSUS-FILE.
002430     IF WS-CENS-STATUS NOT = "00"
002440         DISPLAY "REVPBLD: CENSFILE NOT AVAILABLE - STATUS ",
002450             WS-CENS-STATUS
002460         MOVE 8 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     OPEN OUTPUT COMP-DATA-OUT.
002500     OPEN OUTPUT COMP-CTRL-OUT.
002510     OPEN OUTPUT GROUP-OUT.
002520 1000-INITIALIZE-EXIT.
002530     EXIT.

002540*****************************************************************
002550* 1100-RESOLVE-TERM - ONE REVPPARM TERM (OR, WITH WS-PARM-SUB
002560*                     ZERO, THE CURRENT TERM) CHECKED THROUGH
002570*                     RUNPARM AND ADDED TO THE TERM LIST.
002580*****************************************************************
002590 1100-RESOLVE-TERM.
002600     MOVE SPACES TO RK-EXPLICIT-TERM.
002610     IF WS-PARM-SUB > ZERO
002620         IF RP-TERM-CODE (WS-PARM-SUB) = SPACES
002630             GO TO 1100-RESOLVE-TERM-EXIT
002640         END-IF
002650         MOVE RP-TERM-CODE (WS-PARM-SUB) TO RK-EXPLICIT-TERM
002660     END-IF.
002670     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002680     SET RK-CURRENT-TERM TO TRUE.
002690     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002700     DISPLAY "REVPBLD: ", RK-DESCRIPTION.
002710     IF NOT RK-TERM-VALID
002720         MOVE 8 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     ADD 1 TO WS-TERM-COUNT.
002760     MOVE RK-TERM-CODE TO WS-TL-TERM (WS-TERM-COUNT).
002770 1100-RESOLVE-TERM-EXIT.
002780     EXIT.

002790*****************************************************************
002800* 1200-LOAD-SCENARIOS - THE FIRST SIX REVSCEN LINES.  A LINE
002810*                       THAT DOES NOT READ AS TWO PERCENTAGES
002820*                       BETWEEN -100 AND +100 STOPS THE RUN -
002830*                       A SILENTLY DROPPED SCENARIO WOULD SHIFT
002840*                       EVERY REPORT COLUMN AFTER IT.
002850*****************************************************************
002860 1200-LOAD-SCENARIOS.
002870     OPEN INPUT SCENARIO-FILE.
002880     IF WS-SCEN-STATUS NOT = "00"
002890         DISPLAY "REVPBLD: NO REVSCEN FILE - CURRENT FIGURES ONLY"
002900         SET WS-WARNING TO TRUE
002910         GO TO 1200-LOAD-SCENARIOS-EXIT
002920     END-IF.
002930     MOVE "N" TO WS-EOF-SWITCH.
002940     PERFORM 1210-LOAD-ONE-SCENARIO
002950         THRU 1210-LOAD-ONE-SCENARIO-EXIT
002960         UNTIL WS-EOF.
002970     CLOSE SCENARIO-FILE.
002980     IF WS-SCEN-EXTRA > ZERO
002990         MOVE WS-SCEN-EXTRA TO WS-COUNT-ED
003000         DISPLAY "REVPBLD: ONLY THE FIRST SIX SCENARIOS ARE "
003010             "PROJECTED -", WS-COUNT-ED, " LINE(S) IGNORED"
003020         SET WS-WARNING TO TRUE
003030     END-IF.
003040 1200-LOAD-SCENARIOS-EXIT.
003050     EXIT.

003060 1210-LOAD-ONE-SCENARIO.
003070     READ SCENARIO-FILE
003080         AT END
003090             SET WS-EOF TO TRUE
003100             GO TO 1210-LOAD-ONE-SCENARIO-EXIT
003110     END-READ.
003120     IF WS-SCEN-STATUS NOT = "00"
003130         SET WS-EOF TO TRUE
003140         GO TO 1210-LOAD-ONE-SCENARIO-EXIT
003150     END-IF.
003160     IF WS-SCEN-COUNT NOT < WS-MAX-SCENARIOS
003170         ADD 1 TO WS-SCEN-EXTRA
003180         GO TO 1210-LOAD-ONE-SCENARIO-EXIT
003190     END-IF.
003200     IF RS-RATE-PCT IS NOT NUMERIC
003210             OR RS-ENROLL-PCT IS NOT NUMERIC
003220             OR RS-RATE-PCT < -100 OR RS-RATE-PCT > 100
003230             OR RS-ENROLL-PCT < -100 OR RS-ENROLL-PCT > 100
003240         DISPLAY "REVPBLD: UNREADABLE REVSCEN LINE - ",
003250             RS-SCENARIO-RECORD
003260         CLOSE SCENARIO-FILE
003270         MOVE 8 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     ADD 1 TO WS-SCEN-COUNT.
003310     MOVE RS-RATE-PCT TO WS-SC-RATE-PCT (WS-SCEN-COUNT).
003320     MOVE RS-ENROLL-PCT TO WS-SC-ENROLL-PCT (WS-SCEN-COUNT).
003330 1210-LOAD-ONE-SCENARIO-EXIT.
003340     EXIT.

003350*****************************************************************
003360* 1300-LOAD-RATES - THE PROJECTED TERMS' RATETBL ROWS.  A BLANK
003370*                   CLASS IS THE RESIDENT ROW.
003380*****************************************************************
003390 1300-LOAD-RATES.
003400     OPEN INPUT RATE-TABLE.
003410     IF WS-RATE-STATUS NOT = "00"
003420         DISPLAY "REVPBLD: RATETBL NOT AVAILABLE - STATUS ",
003430             WS-RATE-STATUS
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     MOVE "N" TO WS-EOF-SWITCH.
003480     PERFORM 1310-LOAD-ONE-RATE THRU 1310-LOAD-ONE-RATE-EXIT
003490         UNTIL WS-EOF.
003500     CLOSE RATE-TABLE.
003510 1300-LOAD-RATES-EXIT.
003520     EXIT.

003530 1310-LOAD-ONE-RATE.
003540     READ RATE-TABLE
003550         AT END
003560             SET WS-EOF TO TRUE
003570             GO TO 1310-LOAD-ONE-RATE-EXIT
003580     END-READ.
003590     IF WS-RATE-STATUS NOT = "00"
003600         SET WS-EOF TO TRUE
003610         GO TO 1310-LOAD-ONE-RATE-EXIT
003620     END-IF.
003630     MOVE "N" TO WS-FOUND-SWITCH.
003640     PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
003650             UNTIL WS-TERM-SUB > WS-TERM-COUNT
003660         IF WS-TL-TERM (WS-TERM-SUB) = RA-TERM-CODE
003670             SET WS-FOUND TO TRUE
003680         END-IF
003690     END-PERFORM.
003700     IF NOT WS-FOUND OR WS-RATE-USED NOT < 40
003710         GO TO 1310-LOAD-ONE-RATE-EXIT
003720     END-IF.
003730     IF RA-RESIDENCY-CLASS = SPACE
003740         MOVE "R" TO RA-RESIDENCY-CLASS
003750     END-IF.
003760     ADD 1 TO WS-RATE-USED.
003770     MOVE RA-TERM-CODE TO WS-RT-TERM (WS-RATE-USED).
003780     MOVE RA-RESIDENCY-CLASS TO WS-RT-CLASS (WS-RATE-USED).
003790     MOVE RA-PER-CREDIT-RATE TO WS-RT-RATE (WS-RATE-USED).
003800     MOVE RA-FULLTIME-CREDITS TO WS-RT-FT-CREDITS (WS-RATE-USED).
003810     MOVE RA-FULLTIME-AMOUNT TO WS-RT-FT-AMOUNT (WS-RATE-USED).
003820 1310-LOAD-ONE-RATE-EXIT.
003830     EXIT.

003840*****************************************************************
003850* 2000-GATHER-TERM - EVERY CENSUS STUDENT OF ONE TERM INTO THE
003860*                    GROUP TABLE.
003870*****************************************************************
003880 2000-GATHER-TERM.
003890     MOVE ZERO TO WS-TERM-CENSUS.
003900     MOVE WS-TL-TERM (WS-TERM-SUB) TO CN-TERM-CODE.
003910     MOVE ZERO TO CN-STUDENT-ID.
003920     MOVE "N" TO WS-EOF-SWITCH.
003930     START CENSUS-FILE KEY IS NOT LESS THAN CN-CENSUS-KEY
003940         INVALID KEY
003950             SET WS-EOF TO TRUE
003960     END-START.
003970     PERFORM 2100-ONE-CENSUS-RECORD
003980         THRU 2100-ONE-CENSUS-RECORD-EXIT
003990         UNTIL WS-EOF.
004000     IF WS-TERM-CENSUS = ZERO
004010         DISPLAY "REVPBLD: NO CENSUS FOR TERM ",
004020             WS-TL-TERM (WS-TERM-SUB), " - NOT PROJECTED"
004030         SET WS-WARNING TO TRUE
004040     END-IF.
004050 2000-GATHER-TERM-EXIT.
004060     EXIT.

004070 2100-ONE-CENSUS-RECORD.
004080     READ CENSUS-FILE NEXT RECORD
004090         AT END
004100             SET WS-EOF TO TRUE
004110             GO TO 2100-ONE-CENSUS-RECORD-EXIT
004120     END-READ.
004130     IF WS-CENS-STATUS NOT = "00"
004140             OR CN-TERM-CODE NOT = WS-TL-TERM (WS-TERM-SUB)
004150         SET WS-EOF TO TRUE
004160         GO TO 2100-ONE-CENSUS-RECORD-EXIT
004170     END-IF.
004180     ADD 1 TO WS-CENSUS-READ.
004190     ADD 1 TO WS-TERM-CENSUS.
004200     PERFORM 2200-PRICE-STUDENT THRU 2200-PRICE-STUDENT-EXIT.
004210     PERFORM 2300-POST-GROUP THRU 2300-POST-GROUP-EXIT.
004220 2100-ONE-CENSUS-RECORD-EXIT.
004230     EXIT.

004240*****************************************************************
004250* 2200-PRICE-STUDENT - THE STUDENT'S RESIDENCY CLASS FOR THE
004260*                      TERM, THE CLASS'S RATE ROW, AND THE
004270*                      HOURS THAT ACTUALLY BILL.  NO CLASS IN
004280*                      FORCE OR NO RATE ROW LEAVES THE STUDENT
004290*                      UNPRICED - NEVER DEFAULTED TO RESIDENT.
004300*****************************************************************
004310 2200-PRICE-STUDENT.
004320     MOVE WS-TERM-SUB TO WS-NK-TERM-SEQ.
004330     MOVE CN-CAMPUS TO WS-NK-CAMPUS.
004340     MOVE "N" TO WS-NK-PRICED.
004350     MOVE ZERO TO WS-STU-RATE.
004360     MOVE CN-CREDIT-HOURS TO WS-STU-BILLABLE.
004370     MOVE CN-STUDENT-ID TO RX-STUDENT-ID.
004380     MOVE CN-TERM-CODE TO RX-TERM-CODE.
004390     CALL "RESDVERS" USING RX-RESIDENCY-AREA.
004400     IF NOT RX-CLASSIFIED
004410         MOVE SPACE TO WS-NK-CLASS
004420         ADD 1 TO WS-UNCLASSIFIED
004430         GO TO 2200-PRICE-STUDENT-EXIT
004440     END-IF.
004450     MOVE RX-RESIDENCY-CLASS TO WS-NK-CLASS.
004460     MOVE "N" TO WS-FOUND-SWITCH.
004470     PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
004480             UNTIL WS-RATE-SUB > WS-RATE-USED OR WS-FOUND
004490         IF WS-RT-TERM (WS-RATE-SUB) = CN-TERM-CODE
004500                 AND WS-RT-CLASS (WS-RATE-SUB) = WS-NK-CLASS
004510             SET WS-FOUND TO TRUE
004520         END-IF
004530     END-PERFORM.
004540     IF NOT WS-FOUND
004550         ADD 1 TO WS-NO-RATE-ROW
004560         GO TO 2200-PRICE-STUDENT-EXIT
004570     END-IF.
004580     SUBTRACT 1 FROM WS-RATE-SUB.
004590     MOVE "Y" TO WS-NK-PRICED.
004600     MOVE WS-RT-RATE (WS-RATE-SUB) TO WS-STU-RATE.
004610*    AT OR OVER THE FULL-TIME THRESHOLD THE STUDENT BILLS THE
004620*    FULL-TIME AMOUNT - EXPRESSED AS HOURS AT THE CLASS RATE.
004630     IF WS-RT-FT-AMOUNT (WS-RATE-SUB) > ZERO
004640             AND WS-RT-FT-CREDITS (WS-RATE-SUB) > ZERO
004650             AND WS-STU-RATE > ZERO
004660             AND CN-CREDIT-HOURS
004670                 NOT < WS-RT-FT-CREDITS (WS-RATE-SUB)
004680         COMPUTE WS-STU-BILLABLE ROUNDED =
004690             WS-RT-FT-AMOUNT (WS-RATE-SUB) / WS-STU-RATE
004700             ON SIZE ERROR
004710                 MOVE CN-CREDIT-HOURS TO WS-STU-BILLABLE
004720         END-COMPUTE
004730     END-IF.
004740 2200-PRICE-STUDENT-EXIT.
004750     EXIT.

004760*****************************************************************
004770* 2300-POST-GROUP - ADD THE STUDENT TO ITS GROUP, INSERTING A
004780*                   NEW GROUP IN KEY ORDER WHEN IT IS THE FIRST.
004790*****************************************************************
004800 2300-POST-GROUP.
004810     MOVE "N" TO WS-FOUND-SWITCH.
004820     MOVE 1 TO WS-INSERT-SUB.
004830     PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
004840             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT OR WS-FOUND
004850         IF WS-GT-KEY (WS-GROUP-SUB) = WS-NEW-KEY
004860             SET WS-FOUND TO TRUE
004870             MOVE WS-GROUP-SUB TO WS-INSERT-SUB
004880         ELSE
004890             IF WS-GT-KEY (WS-GROUP-SUB) < WS-NEW-KEY
004900                 COMPUTE WS-INSERT-SUB = WS-GROUP-SUB + 1
004910             END-IF
004920         END-IF
004930     END-PERFORM.
004940     IF NOT WS-FOUND
004950         IF WS-GROUP-COUNT NOT < WS-MAX-GROUPS
004960             SET WS-TABLE-FULL TO TRUE
004970             GO TO 2300-POST-GROUP-EXIT
004980         END-IF
004990         PERFORM 2310-SHIFT-ONE-GROUP
005000             THRU 2310-SHIFT-ONE-GROUP-EXIT
005010             VARYING WS-GROUP-SUB FROM WS-GROUP-COUNT BY -1
005020             UNTIL WS-GROUP-SUB < WS-INSERT-SUB
005030         ADD 1 TO WS-GROUP-COUNT
005040         MOVE WS-NEW-KEY TO WS-GT-KEY (WS-INSERT-SUB)
005050         MOVE CN-TERM-CODE TO WS-GT-TERM (WS-INSERT-SUB)
005060         MOVE ZERO TO WS-GT-HEADCOUNT (WS-INSERT-SUB)
005070         MOVE ZERO TO WS-GT-CREDITS (WS-INSERT-SUB)
005080         MOVE ZERO TO WS-GT-BILLABLE (WS-INSERT-SUB)
005090         MOVE WS-STU-RATE TO WS-GT-RATE (WS-INSERT-SUB)
005100     END-IF.
005110     ADD 1 TO WS-GT-HEADCOUNT (WS-INSERT-SUB).
005120     ADD CN-CREDIT-HOURS TO WS-GT-CREDITS (WS-INSERT-SUB).
005130     ADD WS-STU-BILLABLE TO WS-GT-BILLABLE (WS-INSERT-SUB).
005140 2300-POST-GROUP-EXIT.
005150     EXIT.

005160 2310-SHIFT-ONE-GROUP.
005170     MOVE WS-GROUP-ENTRY (WS-GROUP-SUB)
005180         TO WS-GROUP-ENTRY (WS-GROUP-SUB + 1).
005190 2310-SHIFT-ONE-GROUP-EXIT.
005200     EXIT.

005210*****************************************************************
005220* 3000-WRITE-GROUP - ONE GROUP'S COMPDATA PAIRS AND THE MATCHING
005230*                    REVPGRP RECORDS.  THE BILLABLE HOURS ARE
005240*                    SPLIT SO NO PAIR BILLS MORE THAN THE PAIR
005250*                    CAP AT TODAY'S RATE.
005260*****************************************************************
005270 3000-WRITE-GROUP.
005280     MOVE 99999.99 TO WS-PAIR-LIMIT.
005290     IF WS-GT-RATE (WS-GROUP-SUB) > ZERO
005300         COMPUTE WS-PAIR-LIMIT =
005310             WS-PAIR-REVENUE-CAP / WS-GT-RATE (WS-GROUP-SUB)
005320             ON SIZE ERROR
005330                 MOVE 99999.99 TO WS-PAIR-LIMIT
005340         END-COMPUTE
005350     END-IF.
005360     MOVE WS-GT-BILLABLE (WS-GROUP-SUB) TO WS-REMAINING-HOURS.
005370     SET WS-FIRST-PAIR TO TRUE.
005380     PERFORM 3100-WRITE-ONE-PAIR THRU 3100-WRITE-ONE-PAIR-EXIT.
005390     PERFORM 3100-WRITE-ONE-PAIR THRU 3100-WRITE-ONE-PAIR-EXIT
005400         UNTIL WS-REMAINING-HOURS = ZERO.
005410 3000-WRITE-GROUP-EXIT.
005420     EXIT.

005430 3100-WRITE-ONE-PAIR.
005440     IF WS-REMAINING-HOURS > WS-PAIR-LIMIT
005450         MOVE WS-PAIR-LIMIT TO WS-PAIR-HOURS
005460     ELSE
005470         MOVE WS-REMAINING-HOURS TO WS-PAIR-HOURS
005480     END-IF.
005490     SUBTRACT WS-PAIR-HOURS FROM WS-REMAINING-HOURS.

005500     MOVE WS-PAIR-HOURS TO DI-X.
005510     MOVE WS-GT-RATE (WS-GROUP-SUB) TO DI-Y.
005520     WRITE DI-DATEN-IN-RECORD.

005530     MOVE WS-GT-TERM (WS-GROUP-SUB) TO RG-TERM-CODE.
005540     MOVE WS-GT-CAMPUS (WS-GROUP-SUB) TO RG-CAMPUS.
005550     MOVE WS-GT-CLASS (WS-GROUP-SUB) TO RG-RESIDENCY-CLASS.
005560     MOVE WS-GT-PRICED (WS-GROUP-SUB) TO RG-PRICED-FLAG.
005570     MOVE ZERO TO RG-HEADCOUNT.
005580     MOVE ZERO TO RG-CREDIT-HOURS.
005590     IF WS-FIRST-PAIR
005600         MOVE WS-GT-HEADCOUNT (WS-GROUP-SUB) TO RG-HEADCOUNT
005610         MOVE WS-GT-CREDITS (WS-GROUP-SUB) TO RG-CREDIT-HOURS
005620         MOVE "N" TO WS-FIRST-PAIR-SWITCH
005630     END-IF.
005640     MOVE WS-PAIR-HOURS TO RG-BILLABLE-HOURS.
005650     MOVE WS-GT-RATE (WS-GROUP-SUB) TO RG-RATE.
005660     WRITE RG-GROUP-RECORD.
005670     ADD 1 TO WS-PAIRS-WRITTEN.
005680 3100-WRITE-ONE-PAIR-EXIT.
005690     EXIT.

005700*****************************************************************
005710* 4000-WRITE-DEFINITIONS - THE COMPCTRL LINES: TODAY'S REVENUE,
005720*                          THEN THREE PER SCENARIO (ADJUSTED
005730*                          HOURS, ADJUSTED RATE, THEIR PRODUCT).
005740*                          1 + 3 x 6 KEEPS INSIDE COMPUPER'S
005750*                          TWENTY DEFINITIONS.
005760*****************************************************************
005770 4000-WRITE-DEFINITIONS.
005780     MOVE "CURRENT" TO CC-RESULT-NAME.
005790     MOVE "X" TO CC-OPERAND-1.
005800     MOVE "*" TO CC-OPERATION.
005810     MOVE "Y" TO CC-OPERAND-2.
005820     MOVE "R" TO CC-ROUND-FLAG.
005830     WRITE CC-COMP-RECORD.
005840     ADD 1 TO WS-DEFS-WRITTEN.
005850     PERFORM 4100-WRITE-SCENARIO-DEFS
005860         THRU 4100-WRITE-SCENARIO-DEFS-EXIT
005870         VARYING WS-SCEN-SUB FROM 1 BY 1
005880         UNTIL WS-SCEN-SUB > WS-SCEN-COUNT.
005890 4000-WRITE-DEFINITIONS-EXIT.
005900     EXIT.

005910 4100-WRITE-SCENARIO-DEFS.
005920     MOVE WS-SCEN-SUB TO WS-SCEN-DIGIT.

005930     MOVE SPACES TO WS-DEF-HOURS-NAME.
005940     STRING "SC" WS-SCEN-DIGIT "HRS" DELIMITED BY SIZE
005950         INTO WS-DEF-HOURS-NAME.
005960     COMPUTE WS-FACTOR = (100 + WS-SC-ENROLL-PCT (WS-SCEN-SUB))
005970         / 100.
005980     MOVE WS-FACTOR TO WS-FACTOR-ED.
005990     MOVE WS-DEF-HOURS-NAME TO CC-RESULT-NAME.
006000     MOVE "X" TO CC-OPERAND-1.
006010     MOVE "*" TO CC-OPERATION.
006020     MOVE WS-FACTOR-ED TO CC-OPERAND-2.
006030     MOVE "R" TO CC-ROUND-FLAG.
006040     WRITE CC-COMP-RECORD.

006050     MOVE SPACES TO WS-DEF-RATE-NAME.
006060     STRING "SC" WS-SCEN-DIGIT "RATE" DELIMITED BY SIZE
006070         INTO WS-DEF-RATE-NAME.
006080     COMPUTE WS-FACTOR = (100 + WS-SC-RATE-PCT (WS-SCEN-SUB))
006090         / 100.
006100     MOVE WS-FACTOR TO WS-FACTOR-ED.
006110     MOVE WS-DEF-RATE-NAME TO CC-RESULT-NAME.
006120     MOVE "Y" TO CC-OPERAND-1.
006130     MOVE "*" TO CC-OPERATION.
006140     MOVE WS-FACTOR-ED TO CC-OPERAND-2.
006150     MOVE "R" TO CC-ROUND-FLAG.
006160     WRITE CC-COMP-RECORD.

006170     MOVE SPACES TO WS-DEF-NAME.
006180     STRING "SC" WS-SCEN-DIGIT "REV" DELIMITED BY SIZE
006190         INTO WS-DEF-NAME.
006200     MOVE WS-DEF-NAME TO CC-RESULT-NAME.
006210     MOVE WS-DEF-HOURS-NAME TO CC-OPERAND-1.
006220     MOVE "*" TO CC-OPERATION.
006230     MOVE WS-DEF-RATE-NAME TO CC-OPERAND-2.
006240     MOVE "R" TO CC-ROUND-FLAG.
006250     WRITE CC-COMP-RECORD.
006260     ADD 3 TO WS-DEFS-WRITTEN.
006270 4100-WRITE-SCENARIO-DEFS-EXIT.
006280     EXIT.

006290*****************************************************************
006300* 9000-FINISH - COUNTS TO THE JOB LOG, CLOSE FILES, RETURN CODE.
006310*****************************************************************
006320 9000-FINISH.
006330     MOVE WS-CENSUS-READ TO WS-COUNT-ED.
006340     DISPLAY "REVPBLD: CENSUS STUDENTS READ    ", WS-COUNT-ED.
006350     MOVE WS-UNCLASSIFIED TO WS-COUNT-ED.
006360     DISPLAY "REVPBLD: NO RESIDENCY IN FORCE   ", WS-COUNT-ED.
006370     MOVE WS-NO-RATE-ROW TO WS-COUNT-ED.
006380     DISPLAY "REVPBLD: NO RATETBL ROW FOR CLASS", WS-COUNT-ED.
006390     MOVE WS-GROUP-COUNT TO WS-COUNT-ED.
006400     DISPLAY "REVPBLD: PROJECTION GROUPS       ", WS-COUNT-ED.
006410     MOVE WS-PAIRS-WRITTEN TO WS-COUNT-ED.
006420     DISPLAY "REVPBLD: COMPDATA PAIRS WRITTEN  ", WS-COUNT-ED.
006430     MOVE WS-DEFS-WRITTEN TO WS-COUNT-ED.
006440     DISPLAY "REVPBLD: COMPCTRL LINES WRITTEN  ", WS-COUNT-ED.
006450     CLOSE CENSUS-FILE.
006460     CLOSE COMP-DATA-OUT.
006470     CLOSE COMP-CTRL-OUT.
006480     CLOSE GROUP-OUT.
006490     IF WS-UNCLASSIFIED > ZERO OR WS-NO-RATE-ROW > ZERO
006500         SET WS-WARNING TO TRUE
006510     END-IF.
006520     EVALUATE TRUE
006530         WHEN WS-TABLE-FULL
006540             DISPLAY "REVPBLD: GROUP TABLE FULL - PROJECTION "
006550                 "INCOMPLETE"
006560             MOVE 8 TO RETURN-CODE
006570         WHEN WS-PAIRS-WRITTEN = ZERO
006580             DISPLAY "REVPBLD: NOTHING TO PROJECT"
006590             MOVE 8 TO RETURN-CODE
006600         WHEN WS-WARNING
006610             MOVE 4 TO RETURN-CODE
006620         WHEN OTHER
006630             MOVE 0 TO RETURN-CODE
006640     END-EVALUATE.
006650 9000-FINISH-EXIT.
006660     EXIT.

006670 END PROGRAM REVPBLD.
