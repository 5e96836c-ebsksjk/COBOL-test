000010*****************************************************************
000020* PROGRAM-ID : REVPRPT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*----------------------------------------------------------------
000070* PURPOSE.
000080*   LAST STEP OF THE TUITION REVENUE PROJECTION (REVPROJ).
000090*   PUTS COMPUPER'S RESULTS (COMPRSLT) BACK AGAINST THE GROUPS
000100*   REVPBLD BUILT THEM FROM (REVPGRP, ONE RECORD PER COMPDATA
000110*   PAIR) AND PRINTS THE SIDE-BY-SIDE PROJECTION: CURRENT
000120*   REVENUE AND EACH REVSCEN SCENARIO'S REVENUE, BY RESIDENCY
000130*   CLASS WITHIN CAMPUS WITHIN TERM, WITH A CHANGE-FROM-CURRENT
000140*   LINE UNDER EVERY CAMPUS, TERM AND GRAND TOTAL.  FIGURES ARE
000150*   ROUNDED TO WHOLE DOLLARS.  STUDENTS THAT COULD NOT BE
000160*   PRICED ARE SHOWN IN THE HEADCOUNT ON THEIR OWN LINE WITH NO
000170*   REVENUE.  A LINE MARKED * HAD A COMPUTATION FAIL IN
000180*   COMPUPER (SEE ITS REPORT AND EXCEPTION FILE) AND IS SHORT
000190*   BY THAT PAIR.  RC 4 = UNPRICED STUDENTS OR FAILED
000200*   COMPUTATIONS; RC 8 = INPUTS MISSING.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    REVPRPT.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SCENARIO-FILE ASSIGN TO "REVSCEN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SCEN-STATUS.

000370     SELECT GROUP-IN ASSIGN TO "REVPGRP"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-GRP-STATUS.

000400     SELECT RESULT-IN ASSIGN TO "COMPRSLT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RSLT-STATUS.

000430     SELECT PROJ-RPT ASSIGN TO "REVPRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SCENARIO-FILE.
000490     COPY "revscen.cpy".

000500 FD  GROUP-IN.
000510     COPY "revpgrp.cpy".

000520 FD  RESULT-IN.
000530     COPY "comprslt.cpy".

000540 FD  PROJ-RPT.
000550 01  PJ-REPORT-LINE           PIC X(132).

000560 WORKING-STORAGE SECTION.
000570     COPY "runhdr.cpy".

000580 01  WS-SWITCHES.
000590     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000600         88  WS-EOF           VALUE "Y".
000610     05  WS-RSLT-EOF-SWITCH   PIC X(01) VALUE "N".
000620         88  WS-RSLT-EOF      VALUE "Y".
000630     05  WS-FIRST-SWITCH      PIC X(01) VALUE "Y".
000640         88  WS-FIRST-GROUP   VALUE "Y".
000650     05  WS-MATCH-SWITCH      PIC X(01) VALUE "N".
000660         88  WS-MATCHED       VALUE "Y".
000670     05  WS-ANY-FAILED-SWITCH PIC X(01) VALUE "N".
000680         88  WS-ANY-FAILED    VALUE "Y".

000690 01  WS-FILE-STATUSES.
000700     05  WS-SCEN-STATUS       PIC X(02) VALUE "00".
000710     05  WS-GRP-STATUS        PIC X(02) VALUE "00".
000720     05  WS-RSLT-STATUS       PIC X(02) VALUE "00".
000730     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000740 01  WS-COUNTERS COMP.
000750     05  WS-PAIR-NUMBER       PIC 9(05) VALUE ZERO.
000760     05  WS-UNPRICED-COUNT    PIC 9(07) VALUE ZERO.

000770*    THE SCENARIO COLUMNS - THE SAME FIRST SIX REVSCEN LINES
000780*    REVPBLD TURNED INTO SC1 THROUGH SC6.
000790 01  WS-SCENARIO-TABLE.
000800     05  WS-SCEN-COUNT        PIC 9(01) COMP VALUE ZERO.
000810     05  WS-SCEN-ENTRY OCCURS 6 TIMES.
000820         10  WS-SC-LABEL      PIC X(12).
000830         10  WS-SC-RATE-PCT   PIC S9(03)V99.
000840         10  WS-SC-ENROLL-PCT PIC S9(03)V99.
000850 77  WS-SCEN-SUB              PIC 9(01) COMP.
000860 77  WS-COLUMN-COUNT          PIC 9(01) COMP.

000870*    RUNNING TOTALS AT EACH REPORT LEVEL: 1 = RESIDENCY CLASS,
000880*    2 = CAMPUS, 3 = TERM, 4 = GRAND TOTAL.  REVENUE COLUMN 1
000890*    IS CURRENT, 2 THROUGH 7 THE SCENARIOS.
000900 01  WS-LEVEL-TABLE.
000910     05  WS-LEVEL-ENTRY OCCURS 4 TIMES.
000920         10  WS-LV-HEADCOUNT  PIC 9(07) COMP.
000930         10  WS-LV-CREDITS    PIC 9(08) COMP.
000940         10  WS-LV-FAILED     PIC X(01).
000950         10  WS-LV-REVENUE    PIC S9(11)V99 OCCURS 7 TIMES.
000960 77  WS-LEVEL-SUB             PIC 9(01) COMP.
000970 77  WS-COL-SUB               PIC 9(01) COMP.

000980*    THE CONTROL-BREAK KEYS OF THE LINE BEING ACCUMULATED.
000990 01  WS-PREVIOUS-KEYS.
001000     05  WS-PREV-TERM         PIC X(05).
001010     05  WS-PREV-CAMPUS       PIC X(02).
001020     05  WS-PREV-CLASS        PIC X(01).
001030     05  WS-PREV-PRICED       PIC X(01).

001040*    THE LABELS AND FIGURES FOR ONE PRINTED LINE.
001050 01  WS-LINE-FIELDS.
001060     05  WS-LINE-TERM         PIC X(05).
001070     05  WS-LINE-CAMPUS       PIC X(04).
001080     05  WS-LINE-CLASS        PIC X(05).
001090     05  WS-LINE-POS          PIC 9(03) COMP.
001100     05  WS-WHOLE-DOLLARS     PIC S9(11).
001110     05  WS-CHANGE-WORK       PIC S9(11)V99.

001120 01  WS-EDIT-FIELDS.
001130     05  WS-COUNT-ED          PIC ZZZ,ZZ9.
001140     05  WS-MONEY-ED          PIC -,---,---,--9.
001150     05  WS-PCT-ED            PIC +ZZ9.99.

001160 01  WS-REPORT-LINE           PIC X(132).

001170 PROCEDURE DIVISION.

001180*****************************************************************
001190* 0000-MAINLINE.
001200*****************************************************************
001210 0000-MAINLINE.
001220     MOVE "REVPRPT" TO RH-PROGRAM-NAME.
001230     CALL "BIZDATE" USING RH-RUN-DATE.
001240     ACCEPT RH-RUN-TIME FROM TIME.
001250     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001260         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001280     PERFORM 2000-PROCESS-GROUP THRU 2000-PROCESS-GROUP-EXIT
001290         UNTIL WS-EOF.
001300     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
001310     ACCEPT RH-RUN-TIME FROM TIME.
001320     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001330         RH-RUN-TIME.
001340     STOP RUN.

001350*****************************************************************
001360* 1000-INITIALIZE - SCENARIO COLUMNS, THE TWO INPUT FILES, AND
001370*                   THE REPORT HEADING.
001380*****************************************************************
001390 1000-INITIALIZE.
001400     OPEN OUTPUT PROJ-RPT.
001410     MOVE SPACES TO WS-REPORT-LINE.
001420     STRING "TUITION REVENUE PROJECTION - CURRENT VERSUS "
001430                DELIMITED BY SIZE
001440            "BUDGET SCENARIOS   RUN DATE " DELIMITED BY SIZE
001450            RH-RUN-DATE DELIMITED BY SIZE
001460         INTO WS-REPORT-LINE.
001470     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
001480     MOVE SPACES TO WS-REPORT-LINE.
001490     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.

001500     OPEN INPUT GROUP-IN.
001510     OPEN INPUT RESULT-IN.
001520     IF WS-GRP-STATUS NOT = "00" OR WS-RSLT-STATUS NOT = "00"
001530         MOVE "  REVPGRP OR COMPRSLT MISSING - NO PROJECTION"
001540             TO WS-REPORT-LINE
001550         WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE
001560         CLOSE PROJ-RPT
001570         DISPLAY "REVPRPT: REVPGRP OR COMPRSLT NOT AVAILABLE"
001580         MOVE 8 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.

001610     PERFORM 1100-LOAD-SCENARIOS THRU 1100-LOAD-SCENARIOS-EXIT.
001620     COMPUTE WS-COLUMN-COUNT = WS-SCEN-COUNT + 1.
001630     PERFORM 1200-PRINT-LEGEND THRU 1200-PRINT-LEGEND-EXIT
001640         VARYING WS-SCEN-SUB FROM 1 BY 1
001650         UNTIL WS-SCEN-SUB > WS-SCEN-COUNT.
001660     MOVE SPACES TO WS-REPORT-LINE.
001670     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
001680     PERFORM 1300-PRINT-COLUMN-HEADS
001690         THRU 1300-PRINT-COLUMN-HEADS-EXIT.

001700     PERFORM 3900-CLEAR-LEVEL THRU 3900-CLEAR-LEVEL-EXIT
001710         VARYING WS-LEVEL-SUB FROM 1 BY 1
001720         UNTIL WS-LEVEL-SUB > 4.
001730     PERFORM 2900-READ-RESULT THRU 2900-READ-RESULT-EXIT.
001740     PERFORM 2800-READ-GROUP THRU 2800-READ-GROUP-EXIT.
001750     IF WS-EOF
001760         MOVE "  (NO PROJECTION GROUPS - NOTHING TO REPORT)"
001770             TO WS-REPORT-LINE
001780         WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE
001790     END-IF.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.

001820*****************************************************************
001830* 1100-LOAD-SCENARIOS - THE FIRST SIX REVSCEN LINES' LABELS AND
001840*                       PERCENTAGES (REVPBLD HAS ALREADY REFUSED
001850*                       AN UNREADABLE ONE).
001860*****************************************************************
001870 1100-LOAD-SCENARIOS.
001880     OPEN INPUT SCENARIO-FILE.
001890     IF WS-SCEN-STATUS NOT = "00"
001900         GO TO 1100-LOAD-SCENARIOS-EXIT
001910     END-IF.
001920     MOVE "N" TO WS-EOF-SWITCH.
001930     PERFORM 1110-LOAD-ONE-SCENARIO
001940         THRU 1110-LOAD-ONE-SCENARIO-EXIT
001950         UNTIL WS-EOF OR WS-SCEN-COUNT = 6.
001960     CLOSE SCENARIO-FILE.
001970     MOVE "N" TO WS-EOF-SWITCH.
001980 1100-LOAD-SCENARIOS-EXIT.
001990     EXIT.

002000 1110-LOAD-ONE-SCENARIO.
002010     READ SCENARIO-FILE
002020         AT END
002030             SET WS-EOF TO TRUE
002040             GO TO 1110-LOAD-ONE-SCENARIO-EXIT
002050     END-READ.
002060     IF WS-SCEN-STATUS NOT = "00"
002070         SET WS-EOF TO TRUE
002080         GO TO 1110-LOAD-ONE-SCENARIO-EXIT
002090     END-IF.
002100     ADD 1 TO WS-SCEN-COUNT.
002110     MOVE RS-LABEL TO WS-SC-LABEL (WS-SCEN-COUNT).
002120     MOVE RS-RATE-PCT TO WS-SC-RATE-PCT (WS-SCEN-COUNT).
002130     MOVE RS-ENROLL-PCT TO WS-SC-ENROLL-PCT (WS-SCEN-COUNT).
002140 1110-LOAD-ONE-SCENARIO-EXIT.
002150     EXIT.

002160*****************************************************************
002170* 1200-PRINT-LEGEND - ONE LINE PER SCENARIO: ITS COLUMN LABEL
002180*                     AND THE ADJUSTMENTS BEHIND IT.
002190*****************************************************************
002200 1200-PRINT-LEGEND.
002210     MOVE SPACES TO WS-REPORT-LINE.
002220     MOVE WS-SC-RATE-PCT (WS-SCEN-SUB) TO WS-PCT-ED.
002230     STRING "SCENARIO " DELIMITED BY SIZE
002240            WS-SC-LABEL (WS-SCEN-SUB) DELIMITED BY SIZE
002250            "  RATES " DELIMITED BY SIZE
002260            WS-PCT-ED DELIMITED BY SIZE
002270            "%" DELIMITED BY SIZE
002280         INTO WS-REPORT-LINE.
002290     MOVE WS-SC-ENROLL-PCT (WS-SCEN-SUB) TO WS-PCT-ED.
002300     MOVE "  ENROLLMENT " TO WS-REPORT-LINE (39:13).
002310     MOVE WS-PCT-ED TO WS-REPORT-LINE (52:7).
002320     MOVE "%" TO WS-REPORT-LINE (59:1).
002330     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
002340 1200-PRINT-LEGEND-EXIT.
002350     EXIT.

002360*****************************************************************
002370* 1300-PRINT-COLUMN-HEADS - CURRENT, THEN ONE COLUMN PER
002380*                           SCENARIO, FOURTEEN BYTES APART.
002390*****************************************************************
002400 1300-PRINT-COLUMN-HEADS.
002410     MOVE SPACES TO WS-REPORT-LINE.
002420     MOVE "TERM  CAMP CLASS HEADCNT  CREDITS" TO WS-REPORT-LINE.
002430     MOVE "     CURRENT" TO WS-REPORT-LINE (37:12).
002440     PERFORM VARYING WS-SCEN-SUB FROM 1 BY 1
002450             UNTIL WS-SCEN-SUB > WS-SCEN-COUNT
002460         COMPUTE WS-LINE-POS = 37 + (WS-SCEN-SUB * 14)
002470         MOVE WS-SC-LABEL (WS-SCEN-SUB)
002480             TO WS-REPORT-LINE (WS-LINE-POS:12)
002490     END-PERFORM.
002500     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
002510     MOVE ALL "-" TO WS-REPORT-LINE.
002520     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
002530 1300-PRINT-COLUMN-HEADS-EXIT.
002540     EXIT.

002550*****************************************************************
002560* 2000-PROCESS-GROUP - TAKE THE CONTROL BREAKS THE GROUP RECORD
002570*                      CALLS FOR, THEN ADD IT AND ITS PAIR'S
002580*                      RESULTS TO THE CLASS LINE.
002590*****************************************************************
002600 2000-PROCESS-GROUP.
002610     ADD 1 TO WS-PAIR-NUMBER.
002620     IF WS-FIRST-GROUP
002630         MOVE "N" TO WS-FIRST-SWITCH
002640         PERFORM 2100-SET-KEYS THRU 2100-SET-KEYS-EXIT
002650     END-IF.
002660     EVALUATE TRUE
002670         WHEN RG-TERM-CODE NOT = WS-PREV-TERM
002680             PERFORM 3100-CLASS-BREAK THRU 3100-CLASS-BREAK-EXIT
002690             PERFORM 3200-CAMPUS-BREAK THRU 3200-CAMPUS-BREAK-EXIT
002700             PERFORM 3300-TERM-BREAK THRU 3300-TERM-BREAK-EXIT
002710         WHEN RG-CAMPUS NOT = WS-PREV-CAMPUS
002720             PERFORM 3100-CLASS-BREAK THRU 3100-CLASS-BREAK-EXIT
002730             PERFORM 3200-CAMPUS-BREAK THRU 3200-CAMPUS-BREAK-EXIT
002740         WHEN RG-RESIDENCY-CLASS NOT = WS-PREV-CLASS
002750                 OR RG-PRICED-FLAG NOT = WS-PREV-PRICED
002760             PERFORM 3100-CLASS-BREAK THRU 3100-CLASS-BREAK-EXIT
002770     END-EVALUATE.
002780     PERFORM 2100-SET-KEYS THRU 2100-SET-KEYS-EXIT.

002790     ADD RG-HEADCOUNT TO WS-LV-HEADCOUNT (1).
002800     ADD RG-CREDIT-HOURS TO WS-LV-CREDITS (1).
002810     IF RG-NOT-PRICED
002820         ADD RG-HEADCOUNT TO WS-UNPRICED-COUNT
002830     END-IF.

002840*    THE PAIR'S RESULTS.  ANYTHING LEFT OVER FROM AN EARLIER
002850*    PAIR IS PASSED; A PAIR WITH NO RESULTS AT ALL IS A GAP.
002860     PERFORM 2900-READ-RESULT THRU 2900-READ-RESULT-EXIT
002870         UNTIL WS-RSLT-EOF OR CR-PAIR-NUMBER NOT < WS-PAIR-NUMBER.
002880     MOVE "N" TO WS-MATCH-SWITCH.
002890     PERFORM 2200-TAKE-RESULT THRU 2200-TAKE-RESULT-EXIT
002900         UNTIL WS-RSLT-EOF OR CR-PAIR-NUMBER NOT = WS-PAIR-NUMBER.
002910     IF NOT WS-MATCHED
002920         MOVE "Y" TO WS-LV-FAILED (1)
002930     END-IF.

002940     PERFORM 2800-READ-GROUP THRU 2800-READ-GROUP-EXIT.
002950 2000-PROCESS-GROUP-EXIT.
002960     EXIT.

002970 2100-SET-KEYS.
002980     MOVE RG-TERM-CODE TO WS-PREV-TERM.
002990     MOVE RG-CAMPUS TO WS-PREV-CAMPUS.
003000     MOVE RG-RESIDENCY-CLASS TO WS-PREV-CLASS.
003010     MOVE RG-PRICED-FLAG TO WS-PREV-PRICED.
003020 2100-SET-KEYS-EXIT.
003030     EXIT.

003040*****************************************************************
003050* 2200-TAKE-RESULT - ONE COMPRSLT RECORD OF THE PAIR.  CURRENT
003060*                    AND THE SCNREV TOTALS ARE THE COLUMNS; THE
003070*                    ADJUSTED HOURS AND RATES ARE WORKING STEPS.
003080*****************************************************************
003090 2200-TAKE-RESULT.
003100     SET WS-MATCHED TO TRUE.
003110     MOVE ZERO TO WS-COL-SUB.
003120     IF CR-RESULT-NAME = "CURRENT"
003130         MOVE 1 TO WS-COL-SUB
003140     END-IF.
003150     IF CR-RESULT-NAME (1:2) = "SC"
003160             AND CR-RESULT-NAME (4:5) = "REV"
003170             AND CR-RESULT-NAME (3:1) IS NUMERIC
003180         MOVE CR-RESULT-NAME (3:1) TO WS-SCEN-SUB
003190         IF WS-SCEN-SUB > ZERO AND WS-SCEN-SUB NOT > WS-SCEN-COUNT
003200             COMPUTE WS-COL-SUB = WS-SCEN-SUB + 1
003210         END-IF
003220     END-IF.
003230     IF WS-COL-SUB > ZERO
003240         IF CR-VALID
003250             ADD CR-RESULT TO WS-LV-REVENUE (1, WS-COL-SUB)
003260         ELSE
003270             MOVE "Y" TO WS-LV-FAILED (1)
003280         END-IF
003290     END-IF.
003300     PERFORM 2900-READ-RESULT THRU 2900-READ-RESULT-EXIT.
003310 2200-TAKE-RESULT-EXIT.
003320     EXIT.

003330 2800-READ-GROUP.
003340     READ GROUP-IN
003350         AT END
003360             SET WS-EOF TO TRUE
003370     END-READ.
003380     IF WS-GRP-STATUS NOT = "00"
003390         SET WS-EOF TO TRUE
003400     END-IF.
003410 2800-READ-GROUP-EXIT.
003420     EXIT.

003430 2900-READ-RESULT.
003440     READ RESULT-IN
003450         AT END
003460             SET WS-RSLT-EOF TO TRUE
003470     END-READ.
003480     IF WS-RSLT-STATUS NOT = "00"
003490         SET WS-RSLT-EOF TO TRUE
003500     END-IF.
003510 2900-READ-RESULT-EXIT.
003520     EXIT.

003530*****************************************************************
003540* 3100-CLASS-BREAK - PRINT THE RESIDENCY-CLASS LINE AND ROLL IT
003550*                    INTO THE CAMPUS.
003560*****************************************************************
003570 3100-CLASS-BREAK.
003580     MOVE WS-PREV-TERM TO WS-LINE-TERM.
003590     MOVE WS-PREV-CAMPUS TO WS-LINE-CAMPUS.
003600     IF WS-PREV-CAMPUS = SPACES
003610         MOVE "MAIN" TO WS-LINE-CAMPUS
003620     END-IF.
003630     EVALUATE TRUE
003640         WHEN WS-PREV-PRICED NOT = "Y"
003650             MOVE "UNPRC" TO WS-LINE-CLASS
003660         WHEN WS-PREV-CLASS = "R"
003670             MOVE "RESID" TO WS-LINE-CLASS
003680         WHEN WS-PREV-CLASS = "N"
003690             MOVE "NONRS" TO WS-LINE-CLASS
003700         WHEN WS-PREV-CLASS = "I"
003710             MOVE "INTL" TO WS-LINE-CLASS
003720         WHEN OTHER
003730             MOVE WS-PREV-CLASS TO WS-LINE-CLASS
003740     END-EVALUATE.
003750     MOVE 1 TO WS-LEVEL-SUB.
003760     PERFORM 3500-PRINT-LEVEL THRU 3500-PRINT-LEVEL-EXIT.
003770     PERFORM 3800-ROLL-LEVEL THRU 3800-ROLL-LEVEL-EXIT.
003780 3100-CLASS-BREAK-EXIT.
003790     EXIT.

003800*****************************************************************
003810* 3200-CAMPUS-BREAK - CAMPUS TOTAL AND ITS CHANGE LINE.
003820*****************************************************************
003830 3200-CAMPUS-BREAK.
003840     MOVE WS-PREV-TERM TO WS-LINE-TERM.
003850     MOVE WS-PREV-CAMPUS TO WS-LINE-CAMPUS.
003860     IF WS-PREV-CAMPUS = SPACES
003870         MOVE "MAIN" TO WS-LINE-CAMPUS
003880     END-IF.
003890     MOVE "TOTAL" TO WS-LINE-CLASS.
003900     MOVE 2 TO WS-LEVEL-SUB.
003910     PERFORM 3500-PRINT-LEVEL THRU 3500-PRINT-LEVEL-EXIT.
003920     PERFORM 3600-PRINT-CHANGE THRU 3600-PRINT-CHANGE-EXIT.
003930     PERFORM 3800-ROLL-LEVEL THRU 3800-ROLL-LEVEL-EXIT.
003940     MOVE SPACES TO WS-REPORT-LINE.
003950     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
003960 3200-CAMPUS-BREAK-EXIT.
003970     EXIT.

003980*****************************************************************
003990* 3300-TERM-BREAK - TERM TOTAL OVER ALL CAMPUSES.
004000*****************************************************************
004010 3300-TERM-BREAK.
004020     MOVE WS-PREV-TERM TO WS-LINE-TERM.
004030     MOVE "ALL" TO WS-LINE-CAMPUS.
004040     MOVE "TOTAL" TO WS-LINE-CLASS.
004050     MOVE 3 TO WS-LEVEL-SUB.
004060     PERFORM 3500-PRINT-LEVEL THRU 3500-PRINT-LEVEL-EXIT.
004070     PERFORM 3600-PRINT-CHANGE THRU 3600-PRINT-CHANGE-EXIT.
004080     PERFORM 3800-ROLL-LEVEL THRU 3800-ROLL-LEVEL-EXIT.
004090     MOVE ALL "-" TO WS-REPORT-LINE.
004100     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
004110 3300-TERM-BREAK-EXIT.
004120     EXIT.

004130*****************************************************************
004140* 3500-PRINT-LEVEL - ONE FIGURES LINE FROM LEVEL WS-LEVEL-SUB.
004150*****************************************************************
004160 3500-PRINT-LEVEL.
004170     MOVE SPACES TO WS-REPORT-LINE.
004180     MOVE WS-LINE-TERM TO WS-REPORT-LINE (1:5).
004190     MOVE WS-LINE-CAMPUS TO WS-REPORT-LINE (7:4).
004200     MOVE WS-LINE-CLASS TO WS-REPORT-LINE (12:5).
004210     MOVE WS-LV-HEADCOUNT (WS-LEVEL-SUB) TO WS-COUNT-ED.
004220     MOVE WS-COUNT-ED TO WS-REPORT-LINE (18:7).
004230     MOVE WS-LV-CREDITS (WS-LEVEL-SUB) TO WS-COUNT-ED.
004240     MOVE WS-COUNT-ED TO WS-REPORT-LINE (27:7).
004250     IF WS-LV-FAILED (WS-LEVEL-SUB) = "Y"
004260         MOVE "*" TO WS-REPORT-LINE (34:1)
004270         SET WS-ANY-FAILED TO TRUE
004280     END-IF.
004290     PERFORM 3510-PRINT-ONE-COLUMN THRU 3510-PRINT-ONE-COLUMN-EXIT
004300         VARYING WS-COL-SUB FROM 1 BY 1
004310         UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
004320     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
004330 3500-PRINT-LEVEL-EXIT.
004340     EXIT.

004350 3510-PRINT-ONE-COLUMN.
004360     COMPUTE WS-WHOLE-DOLLARS ROUNDED =
004370         WS-LV-REVENUE (WS-LEVEL-SUB, WS-COL-SUB).
004380     MOVE WS-WHOLE-DOLLARS TO WS-MONEY-ED.
004390     COMPUTE WS-LINE-POS = 22 + (WS-COL-SUB * 14).
004400     MOVE WS-MONEY-ED TO WS-REPORT-LINE (WS-LINE-POS:13).
004410 3510-PRINT-ONE-COLUMN-EXIT.
004420     EXIT.

004430*****************************************************************
004440* 3600-PRINT-CHANGE - EACH SCENARIO LESS CURRENT, UNDER ITS
004450*                     COLUMN.
004460*****************************************************************
004470 3600-PRINT-CHANGE.
004480     IF WS-SCEN-COUNT = ZERO
004490         GO TO 3600-PRINT-CHANGE-EXIT
004500     END-IF.
004510     MOVE SPACES TO WS-REPORT-LINE.
004520     MOVE "CHANGE FROM CURRENT" TO WS-REPORT-LINE (12:19).
004530     PERFORM 3610-CHANGE-ONE-COLUMN
004540         THRU 3610-CHANGE-ONE-COLUMN-EXIT
004550         VARYING WS-COL-SUB FROM 2 BY 1
004560         UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
004570     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
004580 3600-PRINT-CHANGE-EXIT.
004590     EXIT.

004600 3610-CHANGE-ONE-COLUMN.
004610     COMPUTE WS-CHANGE-WORK =
004620         WS-LV-REVENUE (WS-LEVEL-SUB, WS-COL-SUB)
004630         - WS-LV-REVENUE (WS-LEVEL-SUB, 1).
004640     COMPUTE WS-WHOLE-DOLLARS ROUNDED = WS-CHANGE-WORK.
004650     MOVE WS-WHOLE-DOLLARS TO WS-MONEY-ED.
004660     COMPUTE WS-LINE-POS = 22 + (WS-COL-SUB * 14).
004670     MOVE WS-MONEY-ED TO WS-REPORT-LINE (WS-LINE-POS:13).
004680 3610-CHANGE-ONE-COLUMN-EXIT.
004690     EXIT.

004700*****************************************************************
004710* 3800-ROLL-LEVEL - ADD LEVEL WS-LEVEL-SUB INTO THE ONE ABOVE
004720*                   AND CLEAR IT.
004730*****************************************************************
004740 3800-ROLL-LEVEL.
004750     ADD WS-LV-HEADCOUNT (WS-LEVEL-SUB)
004760         TO WS-LV-HEADCOUNT (WS-LEVEL-SUB + 1).
004770     ADD WS-LV-CREDITS (WS-LEVEL-SUB)
004780         TO WS-LV-CREDITS (WS-LEVEL-SUB + 1).
004790     IF WS-LV-FAILED (WS-LEVEL-SUB) = "Y"
004800         MOVE "Y" TO WS-LV-FAILED (WS-LEVEL-SUB + 1)
004810     END-IF.
004820     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
004830             UNTIL WS-COL-SUB > 7
004840         ADD WS-LV-REVENUE (WS-LEVEL-SUB, WS-COL-SUB)
004850             TO WS-LV-REVENUE (WS-LEVEL-SUB + 1, WS-COL-SUB)
004860     END-PERFORM.
004870     PERFORM 3900-CLEAR-LEVEL THRU 3900-CLEAR-LEVEL-EXIT.
004880 3800-ROLL-LEVEL-EXIT.
004890     EXIT.

004900 3900-CLEAR-LEVEL.
004910     MOVE ZERO TO WS-LV-HEADCOUNT (WS-LEVEL-SUB).
004920     MOVE ZERO TO WS-LV-CREDITS (WS-LEVEL-SUB).
004930     MOVE "N" TO WS-LV-FAILED (WS-LEVEL-SUB).
004940     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
004950             UNTIL WS-COL-SUB > 7
004960         MOVE ZERO TO WS-LV-REVENUE (WS-LEVEL-SUB, WS-COL-SUB)
004970     END-PERFORM.
004980 3900-CLEAR-LEVEL-EXIT.
004990     EXIT.

005000*****************************************************************
005010* 9000-FINISH - THE LAST BREAKS, THE GRAND TOTAL, THE NOTES,
005020*               CLOSE FILES AND SET THE RETURN CODE.
005030*****************************************************************
005040 9000-FINISH.
005050     IF NOT WS-FIRST-GROUP
005060         PERFORM 3100-CLASS-BREAK THRU 3100-CLASS-BREAK-EXIT
005070         PERFORM 3200-CAMPUS-BREAK THRU 3200-CAMPUS-BREAK-EXIT
005080         PERFORM 3300-TERM-BREAK THRU 3300-TERM-BREAK-EXIT
005090         MOVE "ALL" TO WS-LINE-TERM
005100         MOVE "ALL" TO WS-LINE-CAMPUS
005110         MOVE "TOTAL" TO WS-LINE-CLASS
005120         MOVE 4 TO WS-LEVEL-SUB
005130         PERFORM 3500-PRINT-LEVEL THRU 3500-PRINT-LEVEL-EXIT
005140         PERFORM 3600-PRINT-CHANGE THRU 3600-PRINT-CHANGE-EXIT
005150     END-IF.
005160     MOVE SPACES TO WS-REPORT-LINE.
005170     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
005180     IF WS-UNPRICED-COUNT > ZERO
005190         MOVE WS-UNPRICED-COUNT TO WS-COUNT-ED
005200         MOVE SPACES TO WS-REPORT-LINE
005210         STRING "UNPRC:" DELIMITED BY SIZE
005220                WS-COUNT-ED DELIMITED BY SIZE
005230                " STUDENT(S) WITH NO RESIDENCY CLASS IN FORCE OR "
005240                    DELIMITED BY SIZE
005250                "NO RATETBL ROW FOR THEIR CLASS - COUNTED, NOT "
005260                    DELIMITED BY SIZE
005270                "PRICED." DELIMITED BY SIZE
005280             INTO WS-REPORT-LINE
005290         WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE
005300     END-IF.
005310     IF WS-ANY-FAILED
005320         MOVE SPACES TO WS-REPORT-LINE
005330         STRING "*  A COMPUTATION FAILED IN COMPUPER FOR PART OF "
005340                    DELIMITED BY SIZE
005350                "THIS LINE, WHICH IS SHORT BY IT - SEE THE "
005360                    DELIMITED BY SIZE
005370                "COMPUPER REPORT AND COMPEXC." DELIMITED BY SIZE
005380             INTO WS-REPORT-LINE
005390         WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE
005400     END-IF.
005410     MOVE "FOR BUSINESS OFFICE BUDGET REVIEW." TO WS-REPORT-LINE.
005420     WRITE PJ-REPORT-LINE FROM WS-REPORT-LINE.
005430     CLOSE GROUP-IN.
005440     CLOSE RESULT-IN.
005450     CLOSE PROJ-RPT.
005460     IF WS-ANY-FAILED OR WS-UNPRICED-COUNT > ZERO
005470         MOVE 4 TO RETURN-CODE
005480     ELSE
005490         MOVE 0 TO RETURN-CODE
005500     END-IF.
005510 9000-FINISH-EXIT.
005520     EXIT.

005530 END PROGRAM REVPRPT.
