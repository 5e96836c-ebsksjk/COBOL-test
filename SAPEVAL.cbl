000010******************************************************************
000020* PROGRAM-ID : SAPEVAL
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   SATISFACTORY ACADEMIC PROGRESS (SAP) EVALUATION, RUN AT
000090*   TERM END AFTER TERMSUMM FOR THE TERM NAMED BY THE SAPPARM
000100*   PARAMETER.  EVERY STUDENT HOLDING AN AWARDS RECORD IS
000110*   CHECKED FROM THE TERM'S TRMSUMM RECORD ON THREE COUNTS -
000120*     GPA       - TS-CUM-GPA AT LEAST THE MINIMUM;
000130*     PACE      - TS-CUM-EARNED AT LEAST THE MINIMUM PERCENT
000140*                 OF HOURS ATTEMPTED, WHERE ATTEMPTED IS
000150*                 TS-CUM-ATTEMPTED PLUS THE STUDENT'S
000160*                 ACCEPTED XFERCRED TRANSFER HOURS (EARNED
000170*                 ALREADY CARRIES THEM);
000180*     TIMEFRAME - HOURS ATTEMPTED NO MORE THAN THE MAXIMUM.
000190*   A STUDENT MEETING ALL THREE MEETS SAP.  A STUDENT FAILING
000200*   ONE IS PUT ON WARNING IF THEY LAST MET SAP (OR WERE NEVER
000210*   EVALUATED), AND IS INELIGIBLE IF ALREADY ON WARNING, ON
000220*   AN APPROVED APPEAL, OR INELIGIBLE - UNLESS AN APPEAL FOR
000230*   THE TERM IS ON SAPAPPL, WHICH MAKES THEM APPEAL-APPROVED.
000240*   EXCEEDING THE TIMEFRAME MAKES A STUDENT INELIGIBLE AT ONCE
000250*   (AN APPROVED APPEAL STILL APPLIES).  THE STATUS REPLACES
000260*   THE STUDENT'S SAPSTAT RECORD, IS APPENDED TO SAPHIST, AND
000270*   IS LISTED ON THE SAPRPT REPORT.  A STUDENT WITH NO TERM
000280*   SUMMARY FOR THE TERM IS LISTED AND LEFT AS THEY WERE.
000290*   RERUNNING THE SAME TERM RE-EVALUATES FROM THE STATUS THE
000300*   STUDENT HELD BEFORE THE TERM, NOT FROM THE FIRST RUN'S.
000303*   A TERM ON SAPPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000306*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   2026-10-15  RO   ORIGINAL PROGRAM.
000332*   2026-10-15  RO   A BLANK OR MISSING SAPPARM TERM TAKES THE
000334*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000336*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000338*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    SAPEVAL.
000370 AUTHOR.        R. OKONKWO.
000380 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000390 DATE-WRITTEN.  2026-10-15.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SAP-PARM ASSIGN TO "SAPPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.

000470     SELECT APPEAL-FILE ASSIGN TO "SAPAPPL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-APPL-STATUS.

000500     SELECT AWARD-FILE ASSIGN TO "AWARDS"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AW-AWARD-KEY
000540         FILE STATUS IS WS-AWARD-STATUS.

000550     SELECT TERM-SUMMARY ASSIGN TO "TRMSUMM"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS TS-SUMMARY-KEY
000590         FILE STATUS IS WS-SUMM-STATUS.

000600     SELECT TRANSFER-CREDITS ASSIGN TO "XFERCRED"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS XF-TRANSFER-KEY
000640         FILE STATUS IS WS-XFER-STATUS.

000650     SELECT SAP-STATUS-FILE ASSIGN TO "SAPSTAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SP-STUDENT-ID
000690         FILE STATUS IS WS-SAP-STATUS.

000700     SELECT SAP-HISTORY ASSIGN TO "SAPHIST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-HIST-STATUS.

000730     SELECT SAP-RPT ASSIGN TO "SAPRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RPT-STATUS.

000760 DATA DIVISION.
000770 FILE SECTION.
000780*    TERM, THEN THE POLICY FIGURES; A BLANK FIGURE TAKES THE
000790*    DEFAULT (2.00 GPA, 67 PERCENT PACE, 180 HOURS - 150
000800*    PERCENT OF A 120-HOUR DEGREE).
000810 FD  SAP-PARM.
000820 01  SV-PARM-RECORD.
000830     05  SV-TERM-CODE         PIC X(05).
000840     05  SV-MIN-GPA           PIC 9(01)V99.
000850     05  SV-MIN-PACE-PCT      PIC 9(03).
000860     05  SV-MAX-HOURS         PIC 9(03).

000870*    ONE APPROVED APPEAL PER LINE, KEYED BY THE AID OFFICE.
000880 FD  APPEAL-FILE.
000890 01  SA-APPEAL-RECORD.
000900     05  SA-STUDENT-ID        PIC 9(08).
000910     05  SA-TERM-CODE         PIC X(05).
000920     05  SA-APPROVED-BY       PIC X(05).
000930     05  SA-APPROVED-DATE     PIC 9(08).

000940 FD  AWARD-FILE.
000950     COPY "awardrec.cpy".

000960 FD  TERM-SUMMARY.
000970     COPY "trmsumm.cpy".

000980 FD  TRANSFER-CREDITS.
000990     COPY "xferrec.cpy".

001000 FD  SAP-STATUS-FILE.
001010     COPY "sapstat.cpy".

001020 FD  SAP-HISTORY.
001030     COPY "saphist.cpy".

001040 FD  SAP-RPT.
001050 01  SR-REPORT-LINE           PIC X(80).

001060 WORKING-STORAGE SECTION.
001070     COPY "runhdr.cpy".

001073*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001076     COPY "runparm.cpy".

001080 01  WS-SWITCHES.
001090     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001100         88  WS-EOF           VALUE "Y".
001110     05  WS-APPL-EOF-SWITCH   PIC X(01) VALUE "N".
001120         88  WS-APPL-EOF      VALUE "Y".
001130     05  WS-XFER-EOF-SWITCH   PIC X(01) VALUE "N".
001140         88  WS-XFER-EOF      VALUE "Y".
001150     05  WS-APPEAL-SWITCH     PIC X(01) VALUE "N".
001160         88  WS-APPEAL-ON-FILE VALUE "Y".
001170     05  WS-XFER-OPEN-SWITCH  PIC X(01) VALUE "N".
001180         88  WS-XFER-AVAILABLE VALUE "Y".

001190 01  WS-FILE-STATUSES.
001200     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001210     05  WS-APPL-STATUS       PIC X(02) VALUE "00".
001220     05  WS-AWARD-STATUS      PIC X(02) VALUE "00".
001230     05  WS-SUMM-STATUS       PIC X(02) VALUE "00".
001240     05  WS-XFER-STATUS       PIC X(02) VALUE "00".
001250     05  WS-SAP-STATUS        PIC X(02) VALUE "00".
001260     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
001270     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001280 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001290*    SAP POLICY FOR THE RUN.
001300 01  WS-POLICY.
001310     05  WS-MIN-GPA           PIC 9(01)V99 VALUE 2.00.
001320     05  WS-MIN-PACE-PCT      PIC 9(03) VALUE 67.
001330     05  WS-MAX-HOURS         PIC 9(04) VALUE 180.

001340*    APPROVED APPEALS FOR THE TERM.
001350 01  WS-APPEAL-TABLE.
001360     05  WS-APPEAL-ID OCCURS 500 TIMES PIC 9(08).
001370 77  WS-APPEAL-MAX            PIC 9(04) COMP VALUE 500.
001380 77  WS-APPEAL-COUNT          PIC 9(04) COMP VALUE ZERO.
001390 77  WS-APPEAL-SUB            PIC 9(04) COMP.

001400 01  WS-COUNTERS COMP.
001410     05  WS-STUDENTS-EVALUATED PIC 9(05) VALUE ZERO.
001420     05  WS-NO-SUMMARY-COUNT  PIC 9(05) VALUE ZERO.
001430     05  WS-MEETS-COUNT       PIC 9(05) VALUE ZERO.
001440     05  WS-WARNING-COUNT     PIC 9(05) VALUE ZERO.
001450     05  WS-INELIGIBLE-COUNT  PIC 9(05) VALUE ZERO.
001460     05  WS-APPEAL-APPR-COUNT PIC 9(05) VALUE ZERO.
001470     05  WS-APPEALS-SKIPPED   PIC 9(05) VALUE ZERO.

001480 01  WS-LAST-STUDENT          PIC 9(08) VALUE ZERO.

001490*    ONE STUDENT'S EVALUATION.
001500 01  WS-EVAL-FIELDS.
001510     05  WS-TRANSFER-HOURS    PIC 9(04).
001520     05  WS-ATTEMPTED         PIC 9(04).
001530     05  WS-EARNED            PIC 9(04).
001540     05  WS-PACE-PCT          PIC 9(03).
001550     05  WS-PACE-WORK         PIC 9(07).
001560     05  WS-PRIOR-STATUS      PIC X(01).
001570     05  WS-NEW-STATUS        PIC X(01).
001580     05  WS-FAILED-CHECKS.
001590         10  WS-GPA-FLAG      PIC X(01).
001600         10  WS-PACE-FLAG     PIC X(01).
001610         10  WS-TIMEFRAME-FLAG PIC X(01).

001620 01  WS-EDIT-FIELDS.
001630     05  WS-COUNT-ED          PIC ZZZZ9.
001640     05  WS-GPA-ED            PIC 9.99.
001650     05  WS-HOURS-ED          PIC ZZZ9.
001660     05  WS-EARNED-ED         PIC ZZZ9.
001670     05  WS-PACE-ED           PIC ZZ9.
001680     05  WS-PRIOR-ED          PIC X(01).

001690 01  WS-REPORT-LINE           PIC X(80).

001700 PROCEDURE DIVISION.

001710******************************************************************
001720* 0000-MAINLINE.
001730******************************************************************
001740 0000-MAINLINE.
001750     MOVE "SAPEVAL" TO RH-PROGRAM-NAME.
001760     CALL "BIZDATE" USING RH-RUN-DATE.
001770     ACCEPT RH-RUN-TIME FROM TIME.
001780     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001790         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001810     PERFORM 2000-ONE-AWARD THRU 2000-ONE-AWARD-EXIT
001820         UNTIL WS-EOF.
001830     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001840     ACCEPT RH-RUN-TIME FROM TIME.
001850     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001860         RH-RUN-TIME.
001870     STOP RUN.

001880******************************************************************
001890* 1000-INITIALIZE - READ THE TERM AND POLICY, LOAD THE TERM'S
001900*                   APPEALS, AND OPEN FILES.
001910******************************************************************
001920 1000-INITIALIZE.
001930     OPEN OUTPUT SAP-RPT.
001940     MOVE "SATISFACTORY ACADEMIC PROGRESS EVALUATION"
001950         TO WS-REPORT-LINE.
001960     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.

001969*    A TERM ON SAPPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001978*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001987*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001996     MOVE SPACES TO RK-EXPLICIT-TERM.
002005     OPEN INPUT SAP-PARM.
002014     IF WS-PARM-STATUS = "00"
002023         READ SAP-PARM
002032             AT END
002041                 MOVE SPACES TO SV-PARM-RECORD
002050         END-READ
002059         MOVE SV-TERM-CODE TO RK-EXPLICIT-TERM
002068         IF SV-MIN-GPA IS NUMERIC
002077             MOVE SV-MIN-GPA TO WS-MIN-GPA
002086         END-IF
002095         IF SV-MIN-PACE-PCT IS NUMERIC
002104             MOVE SV-MIN-PACE-PCT TO WS-MIN-PACE-PCT
002113         END-IF
002122         IF SV-MAX-HOURS IS NUMERIC
002131             MOVE SV-MAX-HOURS TO WS-MAX-HOURS
002140         END-IF
002149         CLOSE SAP-PARM
002158     END-IF.
002167     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002176     SET RK-GRADING-TERM TO TRUE.
002185     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002194     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
002203     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
002212     IF NOT RK-TERM-VALID
002221         SET WS-EOF TO TRUE
002230         MOVE 8 TO RETURN-CODE
002239         GO TO 1000-INITIALIZE-EXIT
002248     END-IF.
002257     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

002280     MOVE SPACES TO WS-REPORT-LINE.
002290     MOVE WS-MIN-GPA TO WS-GPA-ED.
002300     MOVE WS-MIN-PACE-PCT TO WS-PACE-ED.
002310     MOVE WS-MAX-HOURS TO WS-HOURS-ED.
002320     STRING "TERM "            DELIMITED BY SIZE
002330            WS-SELECTED-TERM   DELIMITED BY SIZE
002340            "  MIN GPA "       DELIMITED BY SIZE
002350            WS-GPA-ED          DELIMITED BY SIZE
002360            "  MIN PACE "      DELIMITED BY SIZE
002370            WS-PACE-ED         DELIMITED BY SIZE
002380            "%  MAX HOURS "    DELIMITED BY SIZE
002390            WS-HOURS-ED        DELIMITED BY SIZE
002400         INTO WS-REPORT-LINE.
002410     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.

002420     PERFORM 1100-LOAD-APPEALS THRU 1100-LOAD-APPEALS-EXIT.

002430     OPEN INPUT TERM-SUMMARY.
002440     IF WS-SUMM-STATUS NOT = "00"
002450         MOVE "  (TERM SUMMARY FILE NOT AVAILABLE)"
002460             TO WS-REPORT-LINE
002470         WRITE SR-REPORT-LINE FROM WS-REPORT-LINE
002480         SET WS-EOF TO TRUE
002490         MOVE 8 TO RETURN-CODE
002500         GO TO 1000-INITIALIZE-EXIT
002510     END-IF.
002520     OPEN INPUT AWARD-FILE.
002530     IF WS-AWARD-STATUS NOT = "00"
002540         MOVE "  (NO AWARD FILE - NOBODY TO EVALUATE)"
002550             TO WS-REPORT-LINE
002560         WRITE SR-REPORT-LINE FROM WS-REPORT-LINE
002570         SET WS-EOF TO TRUE
002580         GO TO 1000-INITIALIZE-EXIT
002590     END-IF.
002600*    NO TRANSFER-DETAIL FILE MEANS NO TRANSFER HOURS ATTEMPTED.
002610     OPEN INPUT TRANSFER-CREDITS.
002620     IF WS-XFER-STATUS = "00"
002630         SET WS-XFER-AVAILABLE TO TRUE
002640     END-IF.

002650     OPEN I-O SAP-STATUS-FILE.
002660     IF WS-SAP-STATUS = "35"
002670         OPEN OUTPUT SAP-STATUS-FILE
002680         CLOSE SAP-STATUS-FILE
002690         OPEN I-O SAP-STATUS-FILE
002700     END-IF.
002710     OPEN EXTEND SAP-HISTORY.
002720     IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
002730         OPEN OUTPUT SAP-HISTORY
002740     END-IF.

002750     MOVE SPACES TO WS-REPORT-LINE.
002760     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
002770     MOVE SPACES TO WS-REPORT-LINE.
002780     STRING "STUDENT     GPA         ATT   "
002790                DELIMITED BY SIZE
002800            " EARN  PACE   WAS NOW  FAILED"
002810                DELIMITED BY SIZE
002820         INTO WS-REPORT-LINE.
002830     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.

002840     MOVE LOW-VALUES TO AW-AWARD-KEY.
002850     START AWARD-FILE KEY IS NOT LESS THAN AW-AWARD-KEY
002860         INVALID KEY
002870             SET WS-EOF TO TRUE
002880     END-START.
002890 1000-INITIALIZE-EXIT.
002900     EXIT.

002910******************************************************************
002920* 1100-LOAD-APPEALS - THE APPROVED APPEALS FOR THE TERM.  NO
002930*                     APPEAL FILE MEANS NO APPEALS.
002940******************************************************************
002950 1100-LOAD-APPEALS.
002960     OPEN INPUT APPEAL-FILE.
002970     IF WS-APPL-STATUS NOT = "00"
002980         GO TO 1100-LOAD-APPEALS-EXIT
002990     END-IF.
003000     PERFORM 1110-ONE-APPEAL THRU 1110-ONE-APPEAL-EXIT
003010         UNTIL WS-APPL-EOF.
003020     CLOSE APPEAL-FILE.
003030     IF WS-APPEALS-SKIPPED > ZERO
003040         MOVE WS-APPEALS-SKIPPED TO WS-COUNT-ED
003050         MOVE SPACES TO WS-REPORT-LINE
003060         STRING "  (APPEAL TABLE FULL - " DELIMITED BY SIZE
003070                WS-COUNT-ED                DELIMITED BY SIZE
003080                " APPEALS NOT LOADED)"     DELIMITED BY SIZE
003090             INTO WS-REPORT-LINE
003100         WRITE SR-REPORT-LINE FROM WS-REPORT-LINE
003110     END-IF.
003120 1100-LOAD-APPEALS-EXIT.
003130     EXIT.

003140 1110-ONE-APPEAL.
003150     READ APPEAL-FILE
003160         AT END
003170             SET WS-APPL-EOF TO TRUE
003180             GO TO 1110-ONE-APPEAL-EXIT
003190     END-READ.
003200     IF SA-TERM-CODE NOT = WS-SELECTED-TERM
003210             OR SA-STUDENT-ID IS NOT NUMERIC
003220         GO TO 1110-ONE-APPEAL-EXIT
003230     END-IF.
003240     IF WS-APPEAL-COUNT NOT < WS-APPEAL-MAX
003250         ADD 1 TO WS-APPEALS-SKIPPED
003260         GO TO 1110-ONE-APPEAL-EXIT
003270     END-IF.
003280     ADD 1 TO WS-APPEAL-COUNT.
003290     MOVE SA-STUDENT-ID TO WS-APPEAL-ID (WS-APPEAL-COUNT).
003300 1110-ONE-APPEAL-EXIT.
003310     EXIT.

003320******************************************************************
003330* 2000-ONE-AWARD - NEXT AWARD; THE FIRST AWARD OF EACH STUDENT
003340*                  BRINGS THE STUDENT UP FOR EVALUATION.
003350******************************************************************
003360 2000-ONE-AWARD.
003370     READ AWARD-FILE NEXT RECORD
003380         AT END
003390             SET WS-EOF TO TRUE
003400             GO TO 2000-ONE-AWARD-EXIT
003410     END-READ.
003420     IF WS-AWARD-STATUS NOT = "00"
003430         SET WS-EOF TO TRUE
003440         GO TO 2000-ONE-AWARD-EXIT
003450     END-IF.
003460     IF AW-STUDENT-ID = WS-LAST-STUDENT
003470         GO TO 2000-ONE-AWARD-EXIT
003480     END-IF.
003490     MOVE AW-STUDENT-ID TO WS-LAST-STUDENT.
003500     PERFORM 2100-EVALUATE-STUDENT
003510         THRU 2100-EVALUATE-STUDENT-EXIT.
003520 2000-ONE-AWARD-EXIT.
003530     EXIT.

003540******************************************************************
003550* 2100-EVALUATE-STUDENT - THE THREE CHECKS AND THE NEW STATUS.
003560******************************************************************
003570 2100-EVALUATE-STUDENT.
003580     MOVE WS-LAST-STUDENT TO TS-STUDENT-ID.
003590     MOVE WS-SELECTED-TERM TO TS-TERM-CODE.
003600     READ TERM-SUMMARY
003610         INVALID KEY
003620             ADD 1 TO WS-NO-SUMMARY-COUNT
003630             MOVE SPACES TO WS-REPORT-LINE
003640             STRING WS-LAST-STUDENT DELIMITED BY SIZE
003650                    "  NO TERM SUMMARY - NOT EVALUATED"
003660                        DELIMITED BY SIZE
003670                 INTO WS-REPORT-LINE
003680             WRITE SR-REPORT-LINE FROM WS-REPORT-LINE
003690             GO TO 2100-EVALUATE-STUDENT-EXIT
003700     END-READ.
003710     ADD 1 TO WS-STUDENTS-EVALUATED.

003720     PERFORM 2200-TRANSFER-HOURS THRU 2200-TRANSFER-HOURS-EXIT.
003730     COMPUTE WS-ATTEMPTED = TS-CUM-ATTEMPTED + WS-TRANSFER-HOURS.
003740     MOVE TS-CUM-EARNED TO WS-EARNED.
003750     IF WS-ATTEMPTED = ZERO OR WS-EARNED NOT < WS-ATTEMPTED
003760         MOVE 100 TO WS-PACE-PCT
003770     ELSE
003780         COMPUTE WS-PACE-WORK = (WS-EARNED * 100) / WS-ATTEMPTED
003790         MOVE WS-PACE-WORK TO WS-PACE-PCT
003800     END-IF.

003810     MOVE SPACES TO WS-FAILED-CHECKS.
003820     IF TS-CUM-GPA < WS-MIN-GPA
003830         MOVE "G" TO WS-GPA-FLAG
003840     END-IF.
003850     IF WS-PACE-PCT < WS-MIN-PACE-PCT
003860         MOVE "P" TO WS-PACE-FLAG
003870     END-IF.
003880     IF WS-ATTEMPTED > WS-MAX-HOURS
003890         MOVE "T" TO WS-TIMEFRAME-FLAG
003900     END-IF.

003910*    THE STATUS HELD BEFORE THIS TERM - ON A RERUN OF THE SAME
003920*    TERM, THE ONE THE FIRST RUN REPLACED.
003930     MOVE SPACE TO WS-PRIOR-STATUS.
003940     MOVE WS-LAST-STUDENT TO SP-STUDENT-ID.
003950     READ SAP-STATUS-FILE
003960         INVALID KEY
003970             MOVE SPACES TO SP-SAP-RECORD
003980     END-READ.
003990     IF WS-SAP-STATUS = "00"
004000         IF SP-TERM-CODE = WS-SELECTED-TERM
004010             MOVE SP-PRIOR-STATUS TO WS-PRIOR-STATUS
004020         ELSE
004030             MOVE SP-SAP-STATUS TO WS-PRIOR-STATUS
004040         END-IF
004050     END-IF.

004060     PERFORM 2300-FIND-APPEAL THRU 2300-FIND-APPEAL-EXIT.
004070     EVALUATE TRUE
004080         WHEN WS-FAILED-CHECKS = SPACES
004090             MOVE "M" TO WS-NEW-STATUS
004100             ADD 1 TO WS-MEETS-COUNT
004110         WHEN WS-APPEAL-ON-FILE
004120             MOVE "A" TO WS-NEW-STATUS
004130             ADD 1 TO WS-APPEAL-APPR-COUNT
004140         WHEN WS-TIMEFRAME-FLAG = "T"
004150             MOVE "I" TO WS-NEW-STATUS
004160             ADD 1 TO WS-INELIGIBLE-COUNT
004170         WHEN WS-PRIOR-STATUS = "M" OR WS-PRIOR-STATUS = SPACE
004180             MOVE "W" TO WS-NEW-STATUS
004190             ADD 1 TO WS-WARNING-COUNT
004200         WHEN OTHER
004210             MOVE "I" TO WS-NEW-STATUS
004220             ADD 1 TO WS-INELIGIBLE-COUNT
004230     END-EVALUATE.

004240     PERFORM 2400-RECORD-STATUS THRU 2400-RECORD-STATUS-EXIT.
004250     PERFORM 2500-REPORT-LINE THRU 2500-REPORT-LINE-EXIT.
004260 2100-EVALUATE-STUDENT-EXIT.
004270     EXIT.

004280******************************************************************
004290* 2200-TRANSFER-HOURS - THE STUDENT'S ACCEPTED TRANSFER HOURS,
004300*                       SUMMED OVER THEIR XFERCRED DETAIL.
004310******************************************************************
004320 2200-TRANSFER-HOURS.
004330     MOVE ZERO TO WS-TRANSFER-HOURS.
004340     IF NOT WS-XFER-AVAILABLE
004350         GO TO 2200-TRANSFER-HOURS-EXIT
004360     END-IF.
004370     MOVE "N" TO WS-XFER-EOF-SWITCH.
004380     MOVE WS-LAST-STUDENT TO XF-STUDENT-ID.
004390     MOVE LOW-VALUES TO XF-COURSE-CODE.
004400     START TRANSFER-CREDITS KEY IS NOT LESS THAN XF-TRANSFER-KEY
004410         INVALID KEY
004420             SET WS-XFER-EOF TO TRUE
004430     END-START.
004440     PERFORM 2210-ONE-TRANSFER THRU 2210-ONE-TRANSFER-EXIT
004450         UNTIL WS-XFER-EOF.
004460 2200-TRANSFER-HOURS-EXIT.
004470     EXIT.

004480 2210-ONE-TRANSFER.
004490     READ TRANSFER-CREDITS NEXT RECORD
004500         AT END
004510             SET WS-XFER-EOF TO TRUE
004520             GO TO 2210-ONE-TRANSFER-EXIT
004530     END-READ.
004540     IF XF-STUDENT-ID NOT = WS-LAST-STUDENT
004550         SET WS-XFER-EOF TO TRUE
004560         GO TO 2210-ONE-TRANSFER-EXIT
004570     END-IF.
004580     IF XF-CREDIT-HOURS IS NUMERIC
004590         ADD XF-CREDIT-HOURS TO WS-TRANSFER-HOURS
004600     END-IF.
004610 2210-ONE-TRANSFER-EXIT.
004620     EXIT.

004630******************************************************************
004640* 2300-FIND-APPEAL - IS AN APPROVED APPEAL ON FILE FOR THE
004650*                    STUDENT THIS TERM.
004660******************************************************************
004670 2300-FIND-APPEAL.
004680     MOVE "N" TO WS-APPEAL-SWITCH.
004690     PERFORM VARYING WS-APPEAL-SUB FROM 1 BY 1
004700             UNTIL WS-APPEAL-SUB > WS-APPEAL-COUNT
004710                OR WS-APPEAL-ON-FILE
004720         IF WS-APPEAL-ID (WS-APPEAL-SUB) = WS-LAST-STUDENT
004730             SET WS-APPEAL-ON-FILE TO TRUE
004740         END-IF
004750     END-PERFORM.
004760 2300-FIND-APPEAL-EXIT.
004770     EXIT.

004780******************************************************************
004790* 2400-RECORD-STATUS - REPLACE THE CURRENT STATUS AND APPEND
004800*                      THE HISTORY ENTRY.
004810******************************************************************
004820 2400-RECORD-STATUS.
004830     MOVE WS-LAST-STUDENT TO SP-STUDENT-ID.
004840     MOVE WS-SELECTED-TERM TO SP-TERM-CODE.
004850     MOVE WS-NEW-STATUS TO SP-SAP-STATUS.
004860     MOVE WS-PRIOR-STATUS TO SP-PRIOR-STATUS.
004870     MOVE TS-CUM-GPA TO SP-CUM-GPA.
004880     MOVE WS-ATTEMPTED TO SP-ATTEMPTED.
004890     MOVE WS-EARNED TO SP-EARNED.
004900     MOVE WS-TRANSFER-HOURS TO SP-TRANSFER-HOURS.
004910     MOVE WS-PACE-PCT TO SP-PACE-PCT.
004920     MOVE WS-FAILED-CHECKS TO SP-FAILED-CHECKS.
004930     MOVE RH-RUN-DATE TO SP-EVAL-DATE.
004940     WRITE SP-SAP-RECORD
004950         INVALID KEY
004960             REWRITE SP-SAP-RECORD
004970     END-WRITE.

004980     MOVE WS-LAST-STUDENT TO SY-STUDENT-ID.
004990     MOVE WS-SELECTED-TERM TO SY-TERM-CODE.
005000     MOVE WS-NEW-STATUS TO SY-SAP-STATUS.
005010     MOVE WS-PRIOR-STATUS TO SY-PRIOR-STATUS.
005020     MOVE TS-CUM-GPA TO SY-CUM-GPA.
005030     MOVE WS-ATTEMPTED TO SY-ATTEMPTED.
005040     MOVE WS-EARNED TO SY-EARNED.
005050     MOVE WS-TRANSFER-HOURS TO SY-TRANSFER-HOURS.
005060     MOVE WS-PACE-PCT TO SY-PACE-PCT.
005070     MOVE WS-FAILED-CHECKS TO SY-FAILED-CHECKS.
005080     MOVE RH-RUN-DATE TO SY-EVAL-DATE.
005090     IF WS-HIST-STATUS = "00"
005100         WRITE SY-HISTORY-RECORD
005110     END-IF.
005120 2400-RECORD-STATUS-EXIT.
005130     EXIT.

005140******************************************************************
005150* 2500-REPORT-LINE - ONE EVALUATED STUDENT.
005160******************************************************************
005170 2500-REPORT-LINE.
005180     MOVE TS-CUM-GPA TO WS-GPA-ED.
005190     MOVE WS-ATTEMPTED TO WS-HOURS-ED.
005200     MOVE WS-EARNED TO WS-EARNED-ED.
005210     MOVE WS-PACE-PCT TO WS-PACE-ED.
005220     MOVE WS-PRIOR-STATUS TO WS-PRIOR-ED.
005230     IF WS-PRIOR-ED = SPACE
005240         MOVE "-" TO WS-PRIOR-ED
005250     END-IF.
005260     MOVE SPACES TO WS-REPORT-LINE.
005270     STRING WS-LAST-STUDENT    DELIMITED BY SIZE
005280            "    "             DELIMITED BY SIZE
005290            WS-GPA-ED          DELIMITED BY SIZE
005300            "       "          DELIMITED BY SIZE
005310            WS-HOURS-ED        DELIMITED BY SIZE
005320            "    "             DELIMITED BY SIZE
005330            WS-EARNED-ED       DELIMITED BY SIZE
005340            "   "              DELIMITED BY SIZE
005350            WS-PACE-ED         DELIMITED BY SIZE
005360            "%   "             DELIMITED BY SIZE
005370            WS-PRIOR-ED        DELIMITED BY SIZE
005380            "   "              DELIMITED BY SIZE
005390            WS-NEW-STATUS      DELIMITED BY SIZE
005400            "    "             DELIMITED BY SIZE
005410            WS-FAILED-CHECKS   DELIMITED BY SIZE
005420         INTO WS-REPORT-LINE.
005430     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005440 2500-REPORT-LINE-EXIT.
005450     EXIT.

005460******************************************************************
005470* 3000-FINISH - STATUS TOTALS AND CLOSE FILES.
005480******************************************************************
005490 3000-FINISH.
005500     MOVE SPACES TO WS-REPORT-LINE.
005510     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005520     MOVE "STATUS: M MEETS  W WARNING  I INELIGIBLE  A APPEAL OK"
005530         TO WS-REPORT-LINE.
005540     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005550     MOVE "FAILED: G GPA  P PACE  T MAXIMUM TIMEFRAME"
005560         TO WS-REPORT-LINE.
005570     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005580     MOVE SPACES TO WS-REPORT-LINE.
005590     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.

005600     MOVE WS-STUDENTS-EVALUATED TO WS-COUNT-ED.
005610     MOVE SPACES TO WS-REPORT-LINE.
005620     STRING "STUDENTS EVALUATED: " DELIMITED BY SIZE
005630            WS-COUNT-ED            DELIMITED BY SIZE
005640         INTO WS-REPORT-LINE.
005650     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005660     MOVE WS-MEETS-COUNT TO WS-COUNT-ED.
005670     MOVE SPACES TO WS-REPORT-LINE.
005680     STRING "MEETS SAP:          " DELIMITED BY SIZE
005690            WS-COUNT-ED            DELIMITED BY SIZE
005700         INTO WS-REPORT-LINE.
005710     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005720     MOVE WS-WARNING-COUNT TO WS-COUNT-ED.
005730     MOVE SPACES TO WS-REPORT-LINE.
005740     STRING "WARNING:            " DELIMITED BY SIZE
005750            WS-COUNT-ED            DELIMITED BY SIZE
005760         INTO WS-REPORT-LINE.
005770     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005780     MOVE WS-INELIGIBLE-COUNT TO WS-COUNT-ED.
005790     MOVE SPACES TO WS-REPORT-LINE.
005800     STRING "INELIGIBLE:         " DELIMITED BY SIZE
005810            WS-COUNT-ED            DELIMITED BY SIZE
005820         INTO WS-REPORT-LINE.
005830     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005840     MOVE WS-APPEAL-APPR-COUNT TO WS-COUNT-ED.
005850     MOVE SPACES TO WS-REPORT-LINE.
005860     STRING "APPEAL APPROVED:    " DELIMITED BY SIZE
005870            WS-COUNT-ED            DELIMITED BY SIZE
005880         INTO WS-REPORT-LINE.
005890     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
005900     MOVE WS-NO-SUMMARY-COUNT TO WS-COUNT-ED.
005910     MOVE SPACES TO WS-REPORT-LINE.
005920     STRING "NO TERM SUMMARY:    " DELIMITED BY SIZE
005930            WS-COUNT-ED            DELIMITED BY SIZE
005940         INTO WS-REPORT-LINE.
005950     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.

005960     CLOSE SAP-RPT.
005970     IF WS-AWARD-STATUS = "00" OR WS-AWARD-STATUS = "10"
005980         CLOSE AWARD-FILE
005990         CLOSE SAP-STATUS-FILE
006000         CLOSE SAP-HISTORY
006010         IF WS-XFER-AVAILABLE
006020             CLOSE TRANSFER-CREDITS
006030         END-IF
006040     END-IF.
006050     IF WS-SUMM-STATUS NOT = "35" AND RETURN-CODE NOT = 8
006060         CLOSE TERM-SUMMARY
006070     END-IF.
006080     IF RETURN-CODE NOT = 8
006090         MOVE 0 TO RETURN-CODE
006100     END-IF.
006110 3000-FINISH-EXIT.
006120     EXIT.

006130 END PROGRAM SAPEVAL.
