000010******************************************************************
000020* PROGRAM-ID : ATHLCERT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ATHLETIC ELIGIBILITY CERTIFICATION.  RUN AFTER THE CENSUS
000090*   FREEZE (CENSUSFZ) FOR THE TERM NAMED BY THE ATHLPARM
000100*   PARAMETER, OR THE CURRENT TERM FROM THE RUN-CONTROL
000110*   LIBRARY (RUNCTL) WHEN IT IS LEFT BLANK.  EVERY ACTIVE ROW
000120*   ON THE ATHLETE ROSTER (ATHLROST, ATHLMNT) NOT YET
000130*   CERTIFIED FOR THE TERM IS CERTIFIED AGAINST THESE RULES:
000140*     - FULL-TIME AT CENSUS ON THE FROZEN CENSUS (CENSFILE);
000150*       NOT ON THE CENSUS AT ALL FAILS THE SAME RULE
000160*     - CUMULATIVE GPA AT LEAST THE MINIMUM, AND HOURS EARNED
000170*       IN THE PRIOR TERM AT LEAST THE MINIMUM, FROM THE
000180*       STUDENT'S LATEST TERM SUMMARY (TRMSUMM); A STUDENT IN
000190*       THE FIRST TERM HAS NO SUMMARY AND IS NOT HELD TO THEM
000200*     - PROGRESS TOWARD DEGREE - THE PRIMARY MAJOR'S PERCENT
000210*       COMPLETE AS DEGAUDIT FIGURES IT (COMPLETED REQUIREMENT
000220*       CREDITS OVER ALL REQUIREMENT CREDITS OF THE STUDENT'S
000230*       CATALOG-YEAR SET, REQVERS) AT LEAST 40, 60 OR 80
000240*       PERCENT ONCE FOUR, SIX OR EIGHT TERMS ARE SUMMARIZED
000250*     - NOT ON ACADEMIC SUSPENSION (STANDING, ACADSTND)
000260*   THE OUTCOME AND EVERY RULE FAILED ARE POSTED TO THE ROSTER
000270*   ROW.  ON EVERY RUN, THE CERTIFYING ONE INCLUDED, EACH
000280*   ATHLETE STILL ELIGIBLE FOR THE TERM IS RE-CHECKED AGAINST
000290*   THE CREDIT LOAD NOW ENROLLED (ENRLMAST, CATALOG CREDITS AS
000300*   CENSUSFZ COUNTS THEM); ONE BELOW THE TERM'S FULL-TIME
000310*   THRESHOLD (RATETBL, 12 WHEN ABSENT) IS MADE INELIGIBLE.
000320*   THE CERTIFICATION REPORT (ATHLRPT) LISTS EVERY ACTIVE
000330*   ATHLETE BY SPORT, ELIGIBLE THEN INELIGIBLE, WITH EACH
000340*   FAILING RULE UNDER AN INELIGIBLE ATHLETE.  THE GPA AND
000350*   HOURS MINIMUMS MAY BE SET ON ATHLPARM (DEFAULT 2.00 AND 6).
000360*   RC 4 WHEN ANY ATHLETE LOST ELIGIBILITY ON THIS RUN'S
000370*   RE-CHECK.  THE PROGRAM RUNS EACH NIGHT AS A BATDRIVE STEP
000372*   AFTER ENRLBAT, SO THE DAY'S DROPS ARE RE-CHECKED THE SAME
000374*   NIGHT; UNTIL CENSUSFZ HAS FROZEN THE TERM THERE IS NOTHING
000376*   TO CERTIFY AGAINST, AND THE RUN SAYS SO AND ENDS RC 0.
000380*-----------------------------------------------------------------
000390* MODIFICATION HISTORY.
000400*   2026-10-15  RO   ORIGINAL PROGRAM.
000403*   2026-10-15  RO   REQUIREMENTS WALKED UNDER THE CODE REQVERS
000406*                    PICKS (A RETIRED PREDECESSOR'S SET).
000407*   2026-10-15  RO   NIGHTLY CHAIN STEP AFTER ENRLBAT; NO
000408*                    FROZEN CENSUS YET ENDS RC 0, NOT RC 8.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    ATHLCERT.
000440 AUTHOR.        R. OKONKWO.
000450 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000460 DATE-WRITTEN.  2026-10-15.
000470 DATE-COMPILED.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CERT-PARM ASSIGN TO "ATHLPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.

000540     SELECT ROSTER-FILE ASSIGN TO "ATHLROST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS AT-ROSTER-KEY
000580         FILE STATUS IS WS-ROST-STATUS.

000590     SELECT CENSUS-FILE ASSIGN TO "CENSFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CN-CENSUS-KEY
000630         FILE STATUS IS WS-CENS-STATUS.

000640     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS SM-STUDENT-ID
000680         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000690             WITH DUPLICATES
000700         FILE STATUS IS WS-MAST-STATUS.

000710     SELECT TERM-SUMMARY ASSIGN TO "TRMSUMM"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS TS-SUMMARY-KEY
000750         FILE STATUS IS WS-SUMM-STATUS.

000760     SELECT STANDING-FILE ASSIGN TO "STANDING"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS AS-STUDENT-ID
000800         FILE STATUS IS WS-STND-STATUS.

000810     SELECT REQUIREMENTS-FILE ASSIGN TO "DEGREQS"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS DQ-REQ-KEY
000850         FILE STATUS IS WS-REQ-STATUS.

000860     SELECT GRADE-MASTER ASSIGN TO "GRADMAST"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS GR-GRADE-KEY
000900         FILE STATUS IS WS-GRADE-STATUS.

000910     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS EN-ENROLL-KEY
000950         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000960             WITH DUPLICATES
000970         FILE STATUS IS WS-ENRL-STATUS.

000980     SELECT RATE-TABLE ASSIGN TO "RATETBL"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RATE-STATUS.

001010     SELECT CERT-RPT ASSIGN TO "ATHLRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-RPT-STATUS.

001040     SELECT SORT-WORK ASSIGN TO "SORTWK01".

001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CERT-PARM.
001080 01  AK-PARM-RECORD.
001090     05  AK-TERM-CODE         PIC X(05).
001100     05  AK-MIN-GPA           PIC 9(01)V99.
001110     05  AK-MIN-HOURS         PIC 9(02).

001120 FD  ROSTER-FILE.
001130     COPY "athlrost.cpy".

001140 FD  CENSUS-FILE.
001150     COPY "censrec.cpy".

001160 FD  STUDENT-MASTER.
001170     COPY "studrec.cpy".

001180 FD  TERM-SUMMARY.
001190     COPY "trmsumm.cpy".

001200 FD  STANDING-FILE.
001210     COPY "standrec.cpy".

001220 FD  REQUIREMENTS-FILE.
001230     COPY "degreq.cpy".

001240 FD  GRADE-MASTER.
001250     COPY "graderec.cpy".

001260 FD  ENROLLMENT-MASTER.
001270     COPY "enrlrec.cpy".

001280 FD  RATE-TABLE.
001290     COPY "raterec.cpy".

001300 FD  CERT-RPT.
001310 01  EC-REPORT-LINE           PIC X(80).

001320 SD  SORT-WORK.
001330 01  AE-SORT-RECORD.
001340     05  AE-SPORT-CODE        PIC X(04).
001350     05  AE-CERT-STATUS       PIC X(01).
001360         88  AE-ELIGIBLE      VALUE "E".
001370     05  AE-STUDENT-ID        PIC 9(08).
001380     05  AE-STUDENT-NAME      PIC A(15).
001390     05  AE-ACTION            PIC X(01).
001400         88  AE-CERTIFIED-NOW VALUE "C".
001410         88  AE-DROPPED-NOW   VALUE "D".
001420     05  AE-CERT-DATE         PIC 9(08).
001430     05  AE-CERT-FAILS.
001440         10  AE-FAIL-FULL-TIME PIC X(01).
001450             88  AE-FAILED-FULL-TIME VALUE "Y".
001460         10  AE-FAIL-GPA      PIC X(01).
001470             88  AE-FAILED-GPA VALUE "Y".
001480         10  AE-FAIL-HOURS    PIC X(01).
001490             88  AE-FAILED-HOURS VALUE "Y".
001500         10  AE-FAIL-PROGRESS PIC X(01).
001510             88  AE-FAILED-PROGRESS VALUE "Y".
001520         10  AE-FAIL-STANDING PIC X(01).
001530             88  AE-FAILED-STANDING VALUE "Y".
001540         10  AE-FAIL-DROPPED  PIC X(01).
001550             88  AE-FAILED-DROPPED VALUE "Y".
001560     05  AE-CENSUS-CREDITS    PIC 9(03).
001570     05  AE-CURRENT-CREDITS   PIC 9(03).
001580     05  AE-CUM-GPA           PIC 9(01)V99.
001590     05  AE-TERM-HOURS        PIC 9(04).
001600     05  AE-PERCENT           PIC 9(03).
001610     05  AE-RECHECK-DATE      PIC 9(08).

001620 WORKING-STORAGE SECTION.
001630     COPY "runhdr.cpy".

001640*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001650     COPY "runparm.cpy".

001660 01  WS-SWITCHES.
001670     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001680         88  WS-EOF           VALUE "Y".
001690     05  WS-ROST-EOF-SWITCH   PIC X(01) VALUE "N".
001700         88  WS-ROST-EOF      VALUE "Y".
001710     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001720         88  WS-SORT-EOF      VALUE "Y".
001730     05  WS-RATE-EOF-SWITCH   PIC X(01) VALUE "N".
001740         88  WS-RATE-EOF      VALUE "Y".
001750     05  WS-FILES-OPEN-SWITCH PIC X(01) VALUE "N".
001760         88  WS-FILES-OPEN    VALUE "Y".

001770 01  WS-FILE-STATUSES.
001780     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001790     05  WS-ROST-STATUS       PIC X(02) VALUE "00".
001800     05  WS-CENS-STATUS       PIC X(02) VALUE "00".
001810     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001820     05  WS-SUMM-STATUS       PIC X(02) VALUE "00".
001830     05  WS-STND-STATUS       PIC X(02) VALUE "00".
001840     05  WS-REQ-STATUS        PIC X(02) VALUE "00".
001850     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
001860     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001870     05  WS-RATE-STATUS       PIC X(02) VALUE "00".
001880     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001890 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001900*    CERTIFICATION MINIMUMS.  THE GPA AND PRIOR-TERM HOURS MAY
001910*    BE SET ON ATHLPARM; THE FULL-TIME THRESHOLD IS THE TERM'S
001920*    RATETBL FIGURE, AS CENSUSFZ TAKES IT.
001930 01  WS-MINIMUM-GPA           PIC 9(01)V99 VALUE 2.00.
001940 01  WS-MINIMUM-HOURS         PIC 9(02) VALUE 6.
001950 01  WS-FT-THRESHOLD          PIC 9(02) VALUE 12.

001960*    PROGRESS-TOWARD-DEGREE STEPS - TERMS SUMMARIZED, PERCENT
001970*    OF THE DEGREE THEN REQUIRED - HIGHEST STEP FIRST.
001980 01  WS-PROGRESS-STEPS.
001990     05  FILLER               PIC X(05) VALUE "08080".
002000     05  FILLER               PIC X(05) VALUE "06060".
002010     05  FILLER               PIC X(05) VALUE "04040".
002020 01  WS-PROGRESS-TABLE REDEFINES WS-PROGRESS-STEPS.
002030     05  WS-PROGRESS-ENTRY    OCCURS 3 TIMES.
002040         10  WS-STEP-TERMS    PIC 9(02).
002050         10  WS-STEP-PERCENT  PIC 9(03).
002060 01  WS-STEP-SUB              PIC 9(02) COMP.

002070 01  WS-COUNTERS COMP.
002080     05  WS-ATHLETES-CHECKED  PIC 9(05) VALUE ZERO.
002090     05  WS-CERTIFIED-NOW     PIC 9(05) VALUE ZERO.
002100     05  WS-ELIGIBLE-COUNT    PIC 9(05) VALUE ZERO.
002110     05  WS-INELIGIBLE-COUNT  PIC 9(05) VALUE ZERO.
002120     05  WS-DROPPED-COUNT     PIC 9(05) VALUE ZERO.
002130     05  WS-SPORT-ELIGIBLE    PIC 9(05) VALUE ZERO.
002140     05  WS-SPORT-INELIGIBLE  PIC 9(05) VALUE ZERO.

002150*    ONE STUDENT'S FINDINGS, KEPT WHILE THE ROSTER ROWS OF THE
002160*    SAME STUDENT (ONE PER SPORT) GO BY.
002170 01  WS-STUDENT-FINDINGS.
002180     05  WS-FOUND-STUDENT     PIC 9(08) VALUE ZERO.
002190     05  WS-FOUND-NAME        PIC A(15).
002200     05  WS-FOUND-FAILS.
002210         10  WS-FAIL-FULL-TIME PIC X(01).
002220         10  WS-FAIL-GPA      PIC X(01).
002230         10  WS-FAIL-HOURS    PIC X(01).
002240         10  WS-FAIL-PROGRESS PIC X(01).
002250         10  WS-FAIL-STANDING PIC X(01).
002260         10  WS-FAIL-DROPPED  PIC X(01).
002270     05  WS-CENSUS-CREDITS    PIC 9(03).
002280     05  WS-CURRENT-CREDITS   PIC 9(03).
002290     05  WS-LATEST-GPA        PIC 9(01)V99.
002300     05  WS-LATEST-HOURS      PIC 9(04).
002310     05  WS-PERCENT-DONE      PIC 9(03).

002320*    LATEST TERM SUMMARY, AS GRADCLR FINDS IT.
002330 01  WS-SUMM-SCAN-SWITCH      PIC X(01).
002340     88  WS-SUMM-SCAN-DONE    VALUE "Y".
002350 01  WS-SUMM-FOUND-SWITCH     PIC X(01).
002360     88  WS-SUMM-FOUND        VALUE "Y".
002370 01  WS-LATEST-CLOSE          PIC 9(08).
002380 01  WS-TERMS-SUMMARIZED      PIC 9(02).

002390*    REQUIREMENT WALK AND GRADE PROBE, AS DEGAUDIT DOES.
002400 01  WS-REQ-SCAN-SWITCH       PIC X(01).
002410     88  WS-REQ-SCAN-DONE     VALUE "Y".
002420 01  WS-REQ-MET-SWITCH        PIC X(01).
002430     88  WS-REQ-MET           VALUE "Y".
002440 01  WS-PROBE-DONE-SWITCH     PIC X(01).
002450     88  WS-PROBE-DONE        VALUE "Y".
002460 01  WS-PROBE-SEQ             PIC 9(02).
002470 01  WS-PROBE-TERM            PIC X(05).
002480 01  WS-REQ-COURSE            PIC X(06).
002490 01  WS-REQUIRED-PERCENT      PIC 9(03).
002500 01  WS-DONE-CREDITS          PIC 9(04).
002510 01  WS-REQ-CREDITS           PIC 9(04).
002520 01  WS-CREDIT-HOURS          PIC 9(02).

002530*    CURRENT CREDIT LOAD SCAN.
002540 01  WS-LOAD-SCAN-SWITCH      PIC X(01).
002550     88  WS-LOAD-SCAN-DONE    VALUE "Y".

002560*    REPORT CONTROL BREAKS.
002570 01  WS-PRIOR-SPORT           PIC X(04) VALUE SPACES.
002580 01  WS-PRIOR-STATUS          PIC X(01) VALUE SPACES.
002590 01  WS-ACTION-TEXT           PIC X(22).

002600 01  WS-EDIT-FIELDS.
002610     05  WS-COUNT-ED          PIC ZZZZ9.
002620     05  WS-GPA-ED            PIC 9.99.
002630     05  WS-HOURS-ED          PIC ZZZ9.
002640     05  WS-CREDITS-ED        PIC ZZ9.
002650     05  WS-CREDITS2-ED       PIC ZZ9.
002660     05  WS-PERCENT-ED        PIC ZZ9.

002670 01  WS-REPORT-LINE           PIC X(80).

002680*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
002690     COPY "grdval.cpy".

002700*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
002710     COPY "crsvers.cpy".

002720*    CALL AREA FOR THE REQUIREMENT-SET SERVICE (REQVERS).
002730     COPY "reqvers.cpy".

002740 PROCEDURE DIVISION.

002750******************************************************************
002760* 0000-MAINLINE.
002770******************************************************************
002780 0000-MAINLINE.
002790     MOVE "ATHLCERT" TO RH-PROGRAM-NAME.
002800     CALL "BIZDATE" USING RH-RUN-DATE.
002810     ACCEPT RH-RUN-TIME FROM TIME.
002820     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
002830         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
002840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002850     IF NOT WS-EOF
002860         SORT SORT-WORK
002870             ON ASCENDING KEY AE-SPORT-CODE
002880             ON ASCENDING KEY AE-CERT-STATUS
002890             ON ASCENDING KEY AE-STUDENT-ID
002900             INPUT PROCEDURE IS 2000-CERTIFY-ROSTER
002910                 THRU 2000-CERTIFY-ROSTER-EXIT
002920             OUTPUT PROCEDURE IS 2800-PRINT-REPORT
002930                 THRU 2800-PRINT-REPORT-EXIT
002940     END-IF.
002950     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002960     ACCEPT RH-RUN-TIME FROM TIME.
002970     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002980         RH-RUN-TIME.
002985*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
002990     GOBACK.

003000******************************************************************
003010* 1000-INITIALIZE - READ THE PARAMETER, PROVE THE TERM HAS A
003020*                   FROZEN CENSUS, AND OPEN FILES.  BEFORE THE
003022*                   CENSUS IS FROZEN THE RUN CERTIFIES NOTHING
003024*                   AND ENDS CLEAN, SO THE NIGHTLY STEP DOES
003026*                   NOT FAIL THE CHAIN AHEAD OF CENSUS.
003030******************************************************************
003040 1000-INITIALIZE.
003050     OPEN OUTPUT CERT-RPT.
003060     MOVE "ATHLETIC ELIGIBILITY CERTIFICATION" TO WS-REPORT-LINE.
003070     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.

003080*    A TERM ON ATHLPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
003090*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
003100*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
003110     MOVE SPACES TO RK-EXPLICIT-TERM.
003120     OPEN INPUT CERT-PARM.
003130     IF WS-PARM-STATUS = "00"
003140         READ CERT-PARM
003150             AT END
003160                 MOVE SPACES TO AK-PARM-RECORD
003170         END-READ
003180         MOVE AK-TERM-CODE TO RK-EXPLICIT-TERM
003190         IF AK-MIN-GPA IS NUMERIC AND AK-MIN-GPA > ZERO
003200             MOVE AK-MIN-GPA TO WS-MINIMUM-GPA
003210         END-IF
003220         IF AK-MIN-HOURS IS NUMERIC AND AK-MIN-HOURS > ZERO
003230             MOVE AK-MIN-HOURS TO WS-MINIMUM-HOURS
003240         END-IF
003250         CLOSE CERT-PARM
003260     END-IF.
003270     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
003280     SET RK-CURRENT-TERM TO TRUE.
003290     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
003300     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
003310     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
003320     IF NOT RK-TERM-VALID
003330         SET WS-EOF TO TRUE
003340         MOVE 8 TO RETURN-CODE
003350         GO TO 1000-INITIALIZE-EXIT
003360     END-IF.
003370     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

003380     PERFORM 1100-READ-RATE-TABLE
003390         THRU 1100-READ-RATE-TABLE-EXIT.

003400     MOVE SPACES TO WS-REPORT-LINE.
003410     STRING "TERM "          DELIMITED BY SIZE
003420            WS-SELECTED-TERM DELIMITED BY SIZE
003430         INTO WS-REPORT-LINE.
003440     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
003450     MOVE WS-FT-THRESHOLD TO WS-CREDITS-ED.
003460     MOVE WS-MINIMUM-GPA TO WS-GPA-ED.
003470     MOVE WS-MINIMUM-HOURS TO WS-HOURS-ED.
003480     MOVE SPACES TO WS-REPORT-LINE.
003490     STRING "RULES: FULL-TIME "   DELIMITED BY SIZE
003500            WS-CREDITS-ED         DELIMITED BY SIZE
003510            " CREDITS, GPA "      DELIMITED BY SIZE
003520            WS-GPA-ED             DELIMITED BY SIZE
003530            ", PRIOR-TERM HOURS " DELIMITED BY SIZE
003540            WS-HOURS-ED           DELIMITED BY SIZE
003550         INTO WS-REPORT-LINE.
003560     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
003570     MOVE "       DEGREE 40/60/80 PERCENT AFTER 4/6/8 TERMS"
003580         TO WS-REPORT-LINE.
003590     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.

003600     OPEN INPUT CENSUS-FILE.
003610     IF WS-CENS-STATUS NOT = "00"
003620         MOVE "  (NO FROZEN CENSUS YET - NOTHING CERTIFIED)"
003630             TO WS-REPORT-LINE
003640         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
003650         SET WS-EOF TO TRUE
003660         MOVE 0 TO RETURN-CODE
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690     MOVE WS-SELECTED-TERM TO CN-TERM-CODE.
003700     MOVE ZERO TO CN-STUDENT-ID.
003710     START CENSUS-FILE KEY IS NOT LESS THAN CN-CENSUS-KEY
003720         INVALID KEY
003730             MOVE SPACES TO CN-TERM-CODE
003740     END-START.
003750     IF WS-CENS-STATUS = "00"
003760         READ CENSUS-FILE NEXT RECORD
003770             AT END
003780                 MOVE SPACES TO CN-TERM-CODE
003790         END-READ
003800     END-IF.
003810     IF WS-CENS-STATUS NOT = "00"
003820             OR CN-TERM-CODE NOT = WS-SELECTED-TERM
003830         MOVE "  (TERM NOT FROZEN YET - NOTHING CERTIFIED)"
003840             TO WS-REPORT-LINE
003850         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
003860         CLOSE CENSUS-FILE
003870         SET WS-EOF TO TRUE
003880         MOVE 0 TO RETURN-CODE
003890         GO TO 1000-INITIALIZE-EXIT
003900     END-IF.

003910     OPEN I-O ROSTER-FILE.
003920     IF WS-ROST-STATUS NOT = "00"
003930         MOVE "  (NO ATHLETE ROSTER - NOTHING CERTIFIED)"
003940             TO WS-REPORT-LINE
003950         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
003960         CLOSE CENSUS-FILE
003970         SET WS-EOF TO TRUE
003980         MOVE 8 TO RETURN-CODE
003990         GO TO 1000-INITIALIZE-EXIT
004000     END-IF.
004010     OPEN INPUT STUDENT-MASTER.
004020     OPEN INPUT TERM-SUMMARY.
004030     OPEN INPUT STANDING-FILE.
004040     OPEN INPUT REQUIREMENTS-FILE.
004050     OPEN INPUT GRADE-MASTER.
004060     OPEN INPUT ENROLLMENT-MASTER.
004070     SET WS-FILES-OPEN TO TRUE.
004080 1000-INITIALIZE-EXIT.
004090     EXIT.

004100******************************************************************
004110* 1100-READ-RATE-TABLE - THE TERM'S FULL-TIME CREDIT THRESHOLD
004120*                        FROM RATETBL, 12 WHEN ABSENT.
004130******************************************************************
004140 1100-READ-RATE-TABLE.
004150     OPEN INPUT RATE-TABLE.
004160     IF WS-RATE-STATUS NOT = "00"
004170         GO TO 1100-READ-RATE-TABLE-EXIT
004180     END-IF.
004190     PERFORM 1110-ONE-RATE-RECORD
004200         THRU 1110-ONE-RATE-RECORD-EXIT
004210         UNTIL WS-RATE-EOF.
004220     CLOSE RATE-TABLE.
004230 1100-READ-RATE-TABLE-EXIT.
004240     EXIT.

004250******************************************************************
004260* 1110-ONE-RATE-RECORD - EXAMINE ONE RATE RECORD.
004270******************************************************************
004280 1110-ONE-RATE-RECORD.
004290     READ RATE-TABLE
004300         AT END
004310             SET WS-RATE-EOF TO TRUE
004320             GO TO 1110-ONE-RATE-RECORD-EXIT
004330     END-READ.
004340     IF RA-TERM-CODE = WS-SELECTED-TERM
004350             AND RA-FULLTIME-CREDITS IS NUMERIC
004360             AND RA-FULLTIME-CREDITS > ZERO
004370         MOVE RA-FULLTIME-CREDITS TO WS-FT-THRESHOLD
004380     END-IF.
004390 1110-ONE-RATE-RECORD-EXIT.
004400     EXIT.

004410******************************************************************
004420* 2000-CERTIFY-ROSTER - SORT INPUT: WALK THE ROSTER IN STUDENT
004430*                       ORDER, CERTIFY OR RE-CHECK EACH ACTIVE
004440*                       ROW, AND RELEASE IT FOR THE REPORT.
004450******************************************************************
004460 2000-CERTIFY-ROSTER.
004470     MOVE LOW-VALUES TO AT-ROSTER-KEY.
004480     START ROSTER-FILE KEY IS NOT LESS THAN AT-ROSTER-KEY
004490         INVALID KEY
004500             SET WS-ROST-EOF TO TRUE
004510     END-START.
004520     PERFORM 2100-ONE-ATHLETE THRU 2100-ONE-ATHLETE-EXIT
004530         UNTIL WS-ROST-EOF.
004540 2000-CERTIFY-ROSTER-EXIT.
004550     EXIT.

004560******************************************************************
004570* 2100-ONE-ATHLETE - ONE ROSTER ROW.  A ROW NOT YET CERTIFIED
004580*                    FOR THE TERM IS CERTIFIED; A ROW ELIGIBLE
004590*                    FOR THE TERM IS THEN RE-CHECKED AGAINST
004600*                    THE LOAD NOW ENROLLED.
004610******************************************************************
004620 2100-ONE-ATHLETE.
004630     READ ROSTER-FILE NEXT RECORD
004640         AT END
004650             SET WS-ROST-EOF TO TRUE
004660             GO TO 2100-ONE-ATHLETE-EXIT
004670     END-READ.
004680     IF WS-ROST-STATUS NOT = "00"
004690         SET WS-ROST-EOF TO TRUE
004700         GO TO 2100-ONE-ATHLETE-EXIT
004710     END-IF.
004720     IF NOT AT-ACTIVE
004730         GO TO 2100-ONE-ATHLETE-EXIT
004740     END-IF.
004750     ADD 1 TO WS-ATHLETES-CHECKED.
004760     IF AT-STUDENT-ID NOT = WS-FOUND-STUDENT
004770         PERFORM 2200-EVALUATE-STUDENT
004780             THRU 2200-EVALUATE-STUDENT-EXIT
004790     END-IF.
004800     MOVE SPACE TO AE-ACTION.

004810     IF AT-CERT-TERM NOT = WS-SELECTED-TERM
004820         MOVE WS-SELECTED-TERM TO AT-CERT-TERM
004830         MOVE RH-RUN-DATE TO AT-CERT-DATE
004840         MOVE WS-CENSUS-CREDITS TO AT-CERT-CREDITS
004850         MOVE WS-FOUND-FAILS TO AT-CERT-FAILS
004860         MOVE WS-LATEST-GPA TO AT-CERT-GPA
004870         MOVE WS-LATEST-HOURS TO AT-CERT-HOURS
004880         MOVE WS-PERCENT-DONE TO AT-CERT-PERCENT
004890         MOVE ZERO TO AT-RECHECK-DATE
004900         MOVE ZERO TO AT-RECHECK-CREDITS
004910         IF AT-CERT-FAILS = "NNNNNN"
004920             SET AT-CERT-ELIGIBLE TO TRUE
004930         ELSE
004940             SET AT-CERT-INELIGIBLE TO TRUE
004950         END-IF
004960         SET AE-CERTIFIED-NOW TO TRUE
004970         ADD 1 TO WS-CERTIFIED-NOW
004980     END-IF.

004990     IF AT-CERT-ELIGIBLE
005000         MOVE RH-RUN-DATE TO AT-RECHECK-DATE
005010         MOVE WS-CURRENT-CREDITS TO AT-RECHECK-CREDITS
005020         IF WS-CURRENT-CREDITS < WS-FT-THRESHOLD
005030             SET AT-CERT-INELIGIBLE TO TRUE
005040             MOVE "Y" TO AT-FAIL-DROPPED
005050             SET AE-DROPPED-NOW TO TRUE
005060             ADD 1 TO WS-DROPPED-COUNT
005070         END-IF
005080     END-IF.
005090     REWRITE AT-ROSTER-RECORD.

005100     IF AT-CERT-ELIGIBLE
005110         ADD 1 TO WS-ELIGIBLE-COUNT
005120     ELSE
005130         ADD 1 TO WS-INELIGIBLE-COUNT
005140     END-IF.
005150     MOVE AT-SPORT-CODE TO AE-SPORT-CODE.
005160     MOVE AT-CERT-STATUS TO AE-CERT-STATUS.
005170     MOVE AT-STUDENT-ID TO AE-STUDENT-ID.
005180     MOVE WS-FOUND-NAME TO AE-STUDENT-NAME.
005190     MOVE AT-CERT-DATE TO AE-CERT-DATE.
005200     MOVE AT-CERT-FAILS TO AE-CERT-FAILS.
005210     MOVE AT-CERT-CREDITS TO AE-CENSUS-CREDITS.
005220     MOVE WS-CURRENT-CREDITS TO AE-CURRENT-CREDITS.
005230     MOVE AT-CERT-GPA TO AE-CUM-GPA.
005240     MOVE AT-CERT-HOURS TO AE-TERM-HOURS.
005250     MOVE AT-CERT-PERCENT TO AE-PERCENT.
005260     MOVE AT-RECHECK-DATE TO AE-RECHECK-DATE.
005270     RELEASE AE-SORT-RECORD.
005280 2100-ONE-ATHLETE-EXIT.
005290     EXIT.

005300******************************************************************
005310* 2200-EVALUATE-STUDENT - APPLY EVERY RULE TO THE ROW'S STUDENT
005320*                         AND FIND THE LOAD NOW ENROLLED.
005330******************************************************************
005340 2200-EVALUATE-STUDENT.
005350     MOVE AT-STUDENT-ID TO WS-FOUND-STUDENT.
005360     MOVE "NNNNNN" TO WS-FOUND-FAILS.
005370     MOVE ZERO TO WS-PERCENT-DONE.
005380     MOVE AT-STUDENT-ID TO SM-STUDENT-ID.
005390     READ STUDENT-MASTER
005400         INVALID KEY
005410             CONTINUE
005420     END-READ.
005430     IF WS-MAST-STATUS = "00"
005440         MOVE SM-STUDENT-NAME TO WS-FOUND-NAME
005450     ELSE
005460         MOVE "(NOT ON MASTER)" TO WS-FOUND-NAME
005470         MOVE SPACES TO SM-MAJOR-CODE
005480     END-IF.
005490     PERFORM 2300-CHECK-CENSUS THRU 2300-CHECK-CENSUS-EXIT.
005500     PERFORM 2400-CHECK-SUMMARY THRU 2400-CHECK-SUMMARY-EXIT.
005510     PERFORM 2500-CHECK-PROGRESS THRU 2500-CHECK-PROGRESS-EXIT.
005520     PERFORM 2700-CHECK-STANDING THRU 2700-CHECK-STANDING-EXIT.
005530     PERFORM 2600-CURRENT-LOAD THRU 2600-CURRENT-LOAD-EXIT.
005540 2200-EVALUATE-STUDENT-EXIT.
005542     EXIT.

005564******************************************************************
005570* 2300-CHECK-CENSUS - FULL-TIME ON THE TERM'S FROZEN CENSUS.
005580******************************************************************
005590 2300-CHECK-CENSUS.
005600     MOVE ZERO TO WS-CENSUS-CREDITS.
005610     MOVE WS-SELECTED-TERM TO CN-TERM-CODE.
005620     MOVE WS-FOUND-STUDENT TO CN-STUDENT-ID.
005630     READ CENSUS-FILE
005640         INVALID KEY
005650             MOVE "Y" TO WS-FAIL-FULL-TIME
005660             GO TO 2300-CHECK-CENSUS-EXIT
005670     END-READ.
005680     MOVE CN-CREDIT-HOURS TO WS-CENSUS-CREDITS.
005690     IF NOT CN-FULL-TIME
005700         MOVE "Y" TO WS-FAIL-FULL-TIME
005710     END-IF.
005720 2300-CHECK-CENSUS-EXIT.
005730     EXIT.

005740******************************************************************
005750* 2400-CHECK-SUMMARY - CUMULATIVE GPA AND PRIOR-TERM HOURS FROM
005760*                      THE LATEST TERM SUMMARY.  NO SUMMARY AT
005770*                      ALL IS A FIRST-TERM STUDENT, NOT HELD TO
005780*                      EITHER MINIMUM.
005790******************************************************************
005800 2400-CHECK-SUMMARY.
005810     MOVE "N" TO WS-SUMM-FOUND-SWITCH.
005820     MOVE "N" TO WS-SUMM-SCAN-SWITCH.
005830     MOVE ZERO TO WS-LATEST-CLOSE.
005840     MOVE ZERO TO WS-LATEST-GPA.
005850     MOVE ZERO TO WS-LATEST-HOURS.
005860     MOVE ZERO TO WS-TERMS-SUMMARIZED.
005870     IF WS-SUMM-STATUS NOT = "00" AND WS-SUMM-STATUS NOT = "10"
005880             AND WS-SUMM-STATUS NOT = "23"
005890         SET WS-SUMM-SCAN-DONE TO TRUE
005900     ELSE
005910         MOVE WS-FOUND-STUDENT TO TS-STUDENT-ID
005920         MOVE LOW-VALUES TO TS-TERM-CODE
005930         START TERM-SUMMARY KEY IS NOT LESS THAN TS-SUMMARY-KEY
005940             INVALID KEY
005950                 SET WS-SUMM-SCAN-DONE TO TRUE
005960         END-START
005970     END-IF.
005980     PERFORM 2410-ONE-SUMMARY THRU 2410-ONE-SUMMARY-EXIT
005990         UNTIL WS-SUMM-SCAN-DONE.
006000     IF NOT WS-SUMM-FOUND
006010         GO TO 2400-CHECK-SUMMARY-EXIT
006020     END-IF.
006030     IF WS-LATEST-GPA < WS-MINIMUM-GPA
006040         MOVE "Y" TO WS-FAIL-GPA
006050     END-IF.
006060     IF WS-LATEST-HOURS < WS-MINIMUM-HOURS
006070         MOVE "Y" TO WS-FAIL-HOURS
006080     END-IF.
006090 2400-CHECK-SUMMARY-EXIT.
006100     EXIT.

006110******************************************************************
006120* 2410-ONE-SUMMARY - EXAMINE ONE TERM-SUMMARY RECORD, KEEPING
006130*                    THE LATEST CLOSE DATE'S FIGURES AND COUNTING
006140*                    THE TERMS SUMMARIZED.
006150******************************************************************
006160 2410-ONE-SUMMARY.
006170     READ TERM-SUMMARY NEXT RECORD
006180         AT END
006190             SET WS-SUMM-SCAN-DONE TO TRUE
006200     END-READ.
006210     IF WS-SUMM-STATUS NOT = "00" AND NOT WS-SUMM-SCAN-DONE
006220         SET WS-SUMM-SCAN-DONE TO TRUE
006230     END-IF.
006240     IF WS-SUMM-SCAN-DONE
006250         GO TO 2410-ONE-SUMMARY-EXIT
006260     END-IF.
006270     IF TS-STUDENT-ID NOT = WS-FOUND-STUDENT
006280         SET WS-SUMM-SCAN-DONE TO TRUE
006290         GO TO 2410-ONE-SUMMARY-EXIT
006300     END-IF.
006310     IF TS-TERM-CODE = WS-SELECTED-TERM
006320         GO TO 2410-ONE-SUMMARY-EXIT
006330     END-IF.
006340     IF WS-TERMS-SUMMARIZED < 99
006350         ADD 1 TO WS-TERMS-SUMMARIZED
006360     END-IF.
006370     IF TS-CLOSE-DATE >= WS-LATEST-CLOSE
006380         SET WS-SUMM-FOUND TO TRUE
006390         MOVE TS-CLOSE-DATE TO WS-LATEST-CLOSE
006400         MOVE TS-CUM-GPA TO WS-LATEST-GPA
006410         MOVE TS-TERM-EARNED TO WS-LATEST-HOURS
006420     END-IF.
006430 2410-ONE-SUMMARY-EXIT.
006440     EXIT.

006450******************************************************************
006460* 2500-CHECK-PROGRESS - THE PRIMARY MAJOR'S PERCENT COMPLETE,
006470*                       AS DEGAUDIT FIGURES IT, AGAINST THE STEP
006480*                       FOR THE TERMS SUMMARIZED.  BEFORE THE
006490*                       FIRST STEP, OR WITH NO REQUIREMENT SET,
006500*                       THE RULE DOES NOT APPLY.
006510******************************************************************
006520 2500-CHECK-PROGRESS.
006530     MOVE ZERO TO WS-REQUIRED-PERCENT.
006540     PERFORM 2505-ONE-STEP THRU 2505-ONE-STEP-EXIT
006550         VARYING WS-STEP-SUB FROM 1 BY 1
006560         UNTIL WS-STEP-SUB > 3 OR WS-REQUIRED-PERCENT > ZERO.
006610     IF WS-REQUIRED-PERCENT = ZERO OR SM-MAJOR-CODE = SPACES
006620         GO TO 2500-CHECK-PROGRESS-EXIT
006630     END-IF.
006640     IF WS-REQ-STATUS NOT = "00" AND WS-REQ-STATUS NOT = "10"
006650             AND WS-REQ-STATUS NOT = "23"
006660         GO TO 2500-CHECK-PROGRESS-EXIT
006670     END-IF.

006680     MOVE ZERO TO WS-DONE-CREDITS.
006690     MOVE ZERO TO WS-REQ-CREDITS.
006700     MOVE "N" TO WS-REQ-SCAN-SWITCH.
006710     MOVE WS-FOUND-STUDENT TO RV-STUDENT-ID.
006720     MOVE SM-MAJOR-CODE TO RV-MAJOR-CODE.
006730     CALL "REQVERS" USING RV-REQUIREMENT-AREA.
006740     IF RV-NO-SET
006750         GO TO 2500-CHECK-PROGRESS-EXIT
006760     END-IF.
006770     MOVE RV-REQUIREMENT-CODE TO DQ-MAJOR-CODE.
006780     MOVE RV-REQUIREMENT-YEAR TO DQ-CATALOG-YEAR.
006790     MOVE LOW-VALUES TO DQ-COURSE-CODE.
006800     START REQUIREMENTS-FILE KEY IS NOT LESS THAN DQ-REQ-KEY
006810         INVALID KEY
006820             SET WS-REQ-SCAN-DONE TO TRUE
006830     END-START.
006840     PERFORM 2510-ONE-REQUIREMENT THRU 2510-ONE-REQUIREMENT-EXIT
006850         UNTIL WS-REQ-SCAN-DONE.
006860     IF WS-REQ-CREDITS = ZERO
006870         GO TO 2500-CHECK-PROGRESS-EXIT
006880     END-IF.
006890     COMPUTE WS-PERCENT-DONE =
006900         WS-DONE-CREDITS * 100 / WS-REQ-CREDITS.
006910     IF WS-PERCENT-DONE < WS-REQUIRED-PERCENT
006920         MOVE "Y" TO WS-FAIL-PROGRESS
006930     END-IF.
006940 2500-CHECK-PROGRESS-EXIT.
006942     EXIT.

006944******************************************************************
006946* 2505-ONE-STEP - THE FIRST STEP, HIGHEST FIRST, THE STUDENT'S
006948*                 SUMMARIZED TERMS HAVE REACHED SETS THE PERCENT.
006950******************************************************************
006952 2505-ONE-STEP.
006954     IF WS-TERMS-SUMMARIZED >= WS-STEP-TERMS (WS-STEP-SUB)
006956         MOVE WS-STEP-PERCENT (WS-STEP-SUB) TO WS-REQUIRED-PERCENT
006958     END-IF.
006960 2505-ONE-STEP-EXIT.
006962     EXIT.

006964******************************************************************
006970* 2510-ONE-REQUIREMENT - ONE REQUIRED COURSE: ITS CATALOG
006980*                        CREDITS COUNT TOWARD THE TOTAL, AND
006990*                        TOWARD COMPLETED WHEN A CURRENT PASSING
007000*                        GRADE IS ON THE GRADE MASTER.
007010******************************************************************
007020 2510-ONE-REQUIREMENT.
007030     READ REQUIREMENTS-FILE NEXT RECORD
007040         AT END
007050             SET WS-REQ-SCAN-DONE TO TRUE
007060     END-READ.
007070     IF WS-REQ-STATUS NOT = "00" AND NOT WS-REQ-SCAN-DONE
007080         SET WS-REQ-SCAN-DONE TO TRUE
007090     END-IF.
007100     IF WS-REQ-SCAN-DONE
007110         GO TO 2510-ONE-REQUIREMENT-EXIT
007120     END-IF.
007130     IF DQ-MAJOR-CODE NOT = RV-REQUIREMENT-CODE
007140             OR DQ-CATALOG-YEAR NOT = RV-REQUIREMENT-YEAR
007150         SET WS-REQ-SCAN-DONE TO TRUE
007160         GO TO 2510-ONE-REQUIREMENT-EXIT
007170     END-IF.
007180     MOVE DQ-COURSE-CODE TO WS-REQ-COURSE.

007190     PERFORM 2520-PROBE-GRADES THRU 2520-PROBE-GRADES-EXIT.
007200     IF NOT WS-REQ-MET
007210         PERFORM 2540-PROBE-ENROLLMENT
007220             THRU 2540-PROBE-ENROLLMENT-EXIT
007230     END-IF.

007240     MOVE WS-REQ-COURSE TO CQ-COURSE-CODE.
007250     MOVE WS-PROBE-TERM TO CQ-TERM-CODE.
007260     CALL "CRSVERS" USING CQ-VERSION-AREA.
007270     IF CQ-COURSE-FOUND
007280             AND CQ-CREDIT-HOURS IS NUMERIC
007290             AND CQ-CREDIT-HOURS > ZERO
007300         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
007310     ELSE
007320         MOVE 3 TO WS-CREDIT-HOURS
007330     END-IF.
007340     ADD WS-CREDIT-HOURS TO WS-REQ-CREDITS.
007350     IF WS-REQ-MET
007360         ADD WS-CREDIT-HOURS TO WS-DONE-CREDITS
007370     END-IF.
007380 2510-ONE-REQUIREMENT-EXIT.
007390     EXIT.

007400******************************************************************
007410* 2520-PROBE-GRADES - WALK THE GRADE ENTRY SEQUENCES FOR THE
007420*                     STUDENT AND REQUIRED COURSE, LOOKING FOR
007430*                     A CURRENT PASSING ENTRY, AS DEGAUDIT DOES.
007440******************************************************************
007450 2520-PROBE-GRADES.
007460     MOVE "N" TO WS-REQ-MET-SWITCH.
007470     MOVE SPACES TO WS-PROBE-TERM.
007480     MOVE "N" TO WS-PROBE-DONE-SWITCH.
007490     MOVE ZERO TO WS-PROBE-SEQ.
007500     PERFORM 2530-PROBE-ONE-SEQ THRU 2530-PROBE-ONE-SEQ-EXIT
007510         UNTIL WS-PROBE-DONE OR WS-REQ-MET.
007520 2520-PROBE-GRADES-EXIT.
007530     EXIT.

007540******************************************************************
007550* 2530-PROBE-ONE-SEQ - KEYED PROBE OF ONE GRADE ENTRY SEQUENCE.
007560******************************************************************
007570 2530-PROBE-ONE-SEQ.
007580     ADD 1 TO WS-PROBE-SEQ.
007590     IF WS-PROBE-SEQ > 99
007600         SET WS-PROBE-DONE TO TRUE
007610         GO TO 2530-PROBE-ONE-SEQ-EXIT
007620     END-IF.
007630     MOVE WS-FOUND-STUDENT TO GR-STUDENT-ID.
007640     MOVE WS-REQ-COURSE TO GR-COURSE-CODE.
007650     MOVE WS-PROBE-SEQ TO GR-ENTRY-SEQ.
007660     READ GRADE-MASTER
007670         INVALID KEY
007680             SET WS-PROBE-DONE TO TRUE
007690             GO TO 2530-PROBE-ONE-SEQ-EXIT
007700     END-READ.
007702     IF WS-GRADE-STATUS NOT = "00"
007704         SET WS-PROBE-DONE TO TRUE
007706         GO TO 2530-PROBE-ONE-SEQ-EXIT
007708     END-IF.
007710     IF GR-CURRENT
007720         MOVE GR-GRADE TO GV-GRADE
007730         MOVE GR-TERM-CODE TO GV-TERM-CODE
007740         CALL "GRDVALUE" USING GV-VALUE-AREA
007750         IF GV-PASSES-PREREQ
007760             SET WS-REQ-MET TO TRUE
007770             MOVE GR-TERM-CODE TO WS-PROBE-TERM
007780         END-IF
007790     END-IF.
007800 2530-PROBE-ONE-SEQ-EXIT.
007810     EXIT.

007820******************************************************************
007830* 2540-PROBE-ENROLLMENT - A COURSE BEING TAKEN IS PRICED IN
007840*                         CREDITS FROM ITS TERM'S CATALOG, AS
007850*                         DEGAUDIT PRICES IT.
007860******************************************************************
007870 2540-PROBE-ENROLLMENT.
007880     MOVE WS-FOUND-STUDENT TO EN-STUDENT-ID.
007890     MOVE WS-REQ-COURSE TO EN-COURSE-CODE.
007900     READ ENROLLMENT-MASTER
007910         INVALID KEY
007920             GO TO 2540-PROBE-ENROLLMENT-EXIT
007930     END-READ.
007940     IF WS-ENRL-STATUS = "00" AND EN-ENROLLED
007950         MOVE EN-TERM-CODE TO WS-PROBE-TERM
007960     END-IF.
007970 2540-PROBE-ENROLLMENT-EXIT.
007980     EXIT.

007990******************************************************************
008000* 2600-CURRENT-LOAD - CREDITS THE STUDENT IS ENROLLED IN FOR THE
008010*                     TERM NOW, CATALOG CREDITS (3 WHEN THE
008020*                     CATALOG HAS NONE) AS CENSUSFZ COUNTS THEM.
008030******************************************************************
008040 2600-CURRENT-LOAD.
008050     MOVE ZERO TO WS-CURRENT-CREDITS.
008060     MOVE "N" TO WS-LOAD-SCAN-SWITCH.
008070     MOVE WS-FOUND-STUDENT TO EN-STUDENT-ID.
008080     MOVE LOW-VALUES TO EN-COURSE-CODE.
008090     START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
008100         INVALID KEY
008110             SET WS-LOAD-SCAN-DONE TO TRUE
008120     END-START.
008130     PERFORM 2610-ONE-REGISTRATION
008140         THRU 2610-ONE-REGISTRATION-EXIT
008150         UNTIL WS-LOAD-SCAN-DONE.
008160 2600-CURRENT-LOAD-EXIT.
008170     EXIT.

008180******************************************************************
008190* 2610-ONE-REGISTRATION - ONE OF THE STUDENT'S REGISTRATIONS.
008200******************************************************************
008210 2610-ONE-REGISTRATION.
008220     READ ENROLLMENT-MASTER NEXT RECORD
008230         AT END
008240             SET WS-LOAD-SCAN-DONE TO TRUE
008250             GO TO 2610-ONE-REGISTRATION-EXIT
008260     END-READ.
008270     IF WS-ENRL-STATUS NOT = "00"
008280             OR EN-STUDENT-ID NOT = WS-FOUND-STUDENT
008290         SET WS-LOAD-SCAN-DONE TO TRUE
008300         GO TO 2610-ONE-REGISTRATION-EXIT
008310     END-IF.
008320     IF NOT EN-ENROLLED OR EN-TERM-CODE NOT = WS-SELECTED-TERM
008330         GO TO 2610-ONE-REGISTRATION-EXIT
008340     END-IF.
008350     MOVE EN-COURSE-CODE TO CQ-COURSE-CODE.
008360     MOVE EN-TERM-CODE TO CQ-TERM-CODE.
008370     CALL "CRSVERS" USING CQ-VERSION-AREA.
008380     IF CQ-COURSE-FOUND
008390             AND CQ-CREDIT-HOURS IS NUMERIC
008400             AND CQ-CREDIT-HOURS > ZERO
008410         ADD CQ-CREDIT-HOURS TO WS-CURRENT-CREDITS
008420     ELSE
008430         ADD 3 TO WS-CURRENT-CREDITS
008440     END-IF.
008450 2610-ONE-REGISTRATION-EXIT.
008460     EXIT.

008470******************************************************************
008480* 2700-CHECK-STANDING - ACADEMIC SUSPENSION FAILS THE ATHLETE.
008490******************************************************************
008500 2700-CHECK-STANDING.
008510     MOVE WS-FOUND-STUDENT TO AS-STUDENT-ID.
008520     READ STANDING-FILE
008530         INVALID KEY
008540             GO TO 2700-CHECK-STANDING-EXIT
008550     END-READ.
008560     IF WS-STND-STATUS = "00" AND AS-SUSPENSION
008570         MOVE "Y" TO WS-FAIL-STANDING
008580     END-IF.
008590 2700-CHECK-STANDING-EXIT.
008600     EXIT.

008610******************************************************************
008620* 2800-PRINT-REPORT - SORT OUTPUT: THE CERTIFICATION REPORT BY
008630*                     SPORT, ELIGIBLE ATHLETES THEN INELIGIBLE.
008640******************************************************************
008650 2800-PRINT-REPORT.
008660     PERFORM 2810-RETURN-ATHLETE THRU 2810-RETURN-ATHLETE-EXIT.
008670     PERFORM 2820-ONE-ATHLETE THRU 2820-ONE-ATHLETE-EXIT
008680         UNTIL WS-SORT-EOF.
008690     IF WS-PRIOR-SPORT NOT = SPACES
008700         PERFORM 2850-SPORT-TOTALS THRU 2850-SPORT-TOTALS-EXIT
008710     END-IF.
008720 2800-PRINT-REPORT-EXIT.
008730     EXIT.

008740******************************************************************
008750* 2810-RETURN-ATHLETE - NEXT ATHLETE IN SPORT ORDER.
008760******************************************************************
008770 2810-RETURN-ATHLETE.
008780     RETURN SORT-WORK
008790         AT END
008800             SET WS-SORT-EOF TO TRUE
008810     END-RETURN.
008820 2810-RETURN-ATHLETE-EXIT.
008830     EXIT.

008840******************************************************************
008850* 2820-ONE-ATHLETE - BREAK ON SPORT AND ON ELIGIBILITY, THEN
008860*                    PRINT THE ATHLETE AND ANY FAILING RULES.
008870******************************************************************
008880 2820-ONE-ATHLETE.
008890     IF AE-SPORT-CODE NOT = WS-PRIOR-SPORT
008900         IF WS-PRIOR-SPORT NOT = SPACES
008910             PERFORM 2850-SPORT-TOTALS
008920                 THRU 2850-SPORT-TOTALS-EXIT
008930         END-IF
008940         MOVE AE-SPORT-CODE TO WS-PRIOR-SPORT
008950         MOVE SPACES TO WS-PRIOR-STATUS
008960         MOVE ZERO TO WS-SPORT-ELIGIBLE
008970         MOVE ZERO TO WS-SPORT-INELIGIBLE
008980         MOVE SPACES TO WS-REPORT-LINE
008990         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
009000         MOVE SPACES TO WS-REPORT-LINE
009010         STRING "SPORT "      DELIMITED BY SIZE
009020                AE-SPORT-CODE DELIMITED BY SIZE
009030             INTO WS-REPORT-LINE
009040         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
009050     END-IF.
009060     IF AE-CERT-STATUS NOT = WS-PRIOR-STATUS
009070         MOVE AE-CERT-STATUS TO WS-PRIOR-STATUS
009080         IF AE-ELIGIBLE
009090             MOVE "  ELIGIBLE" TO WS-REPORT-LINE
009100         ELSE
009110             MOVE "  INELIGIBLE" TO WS-REPORT-LINE
009120         END-IF
009130         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
009136         MOVE SPACES TO WS-REPORT-LINE
009142         STRING "    STUDENT  NAME            " DELIMITED BY SIZE
009148                "CEN  NOW GPA   HRS PCT"        DELIMITED BY SIZE
009154             INTO WS-REPORT-LINE
009160         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
009170     END-IF.
009180     IF AE-ELIGIBLE
009190         ADD 1 TO WS-SPORT-ELIGIBLE
009200     ELSE
009210         ADD 1 TO WS-SPORT-INELIGIBLE
009220     END-IF.

009230     EVALUATE TRUE
009240         WHEN AE-DROPPED-NOW
009250             MOVE "DECERTIFIED THIS RUN" TO WS-ACTION-TEXT
009260         WHEN AE-CERTIFIED-NOW
009270             MOVE "CERTIFIED THIS RUN" TO WS-ACTION-TEXT
009280         WHEN OTHER
009290             MOVE SPACES TO WS-ACTION-TEXT
009300             STRING "CERTIFIED "  DELIMITED BY SIZE
009310                    AE-CERT-DATE  DELIMITED BY SIZE
009320                 INTO WS-ACTION-TEXT
009330     END-EVALUATE.
009340     MOVE AE-CENSUS-CREDITS TO WS-CREDITS-ED.
009350     MOVE AE-CURRENT-CREDITS TO WS-CREDITS2-ED.
009360     MOVE AE-CUM-GPA TO WS-GPA-ED.
009370     MOVE AE-TERM-HOURS TO WS-HOURS-ED.
009380     MOVE AE-PERCENT TO WS-PERCENT-ED.
009390     MOVE SPACES TO WS-REPORT-LINE.
009400     STRING "    "          DELIMITED BY SIZE
009410            AE-STUDENT-ID   DELIMITED BY SIZE
009420            " "             DELIMITED BY SIZE
009430            AE-STUDENT-NAME DELIMITED BY SIZE
009440            " "             DELIMITED BY SIZE
009450            WS-CREDITS-ED   DELIMITED BY SIZE
009460            "  "            DELIMITED BY SIZE
009470            WS-CREDITS2-ED  DELIMITED BY SIZE
009480            " "             DELIMITED BY SIZE
009490            WS-GPA-ED       DELIMITED BY SIZE
009500            " "             DELIMITED BY SIZE
009510            WS-HOURS-ED     DELIMITED BY SIZE
009520            " "             DELIMITED BY SIZE
009530            WS-PERCENT-ED   DELIMITED BY SIZE
009540            " "             DELIMITED BY SIZE
009550            WS-ACTION-TEXT  DELIMITED BY SIZE
009560         INTO WS-REPORT-LINE.
009570     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
009580     IF NOT AE-ELIGIBLE
009590         PERFORM 2840-FAIL-LINES THRU 2840-FAIL-LINES-EXIT
009600     END-IF.

009610     PERFORM 2810-RETURN-ATHLETE THRU 2810-RETURN-ATHLETE-EXIT.
009620 2820-ONE-ATHLETE-EXIT.
009630     EXIT.

009640******************************************************************
009650* 2840-FAIL-LINES - ONE LINE FOR EVERY RULE THE ATHLETE FAILED.
009660******************************************************************
009670 2840-FAIL-LINES.
009680     IF AE-FAILED-FULL-TIME
009690         MOVE SPACES TO WS-REPORT-LINE
009700         IF AE-CENSUS-CREDITS = ZERO
009710             MOVE "      - NOT ENROLLED AT CENSUS (CENSFILE)"
009720                 TO WS-REPORT-LINE
009730         ELSE
009740             STRING "      - NOT FULL-TIME AT CENSUS - "
009750                        DELIMITED BY SIZE
009760                    WS-CREDITS-ED DELIMITED BY SIZE
009770                    " CREDITS"    DELIMITED BY SIZE
009780                 INTO WS-REPORT-LINE
009790         END-IF
009800         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
009810     END-IF.
009820     IF AE-FAILED-GPA
009830         MOVE SPACES TO WS-REPORT-LINE
009840         STRING "      - CUMULATIVE GPA " DELIMITED BY SIZE
009850                WS-GPA-ED                 DELIMITED BY SIZE
009860                " BELOW THE MINIMUM (TRMSUMM)"
009870                                          DELIMITED BY SIZE
009880             INTO WS-REPORT-LINE
009890         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
009900     END-IF.
009910     IF AE-FAILED-HOURS
009920         MOVE SPACES TO WS-REPORT-LINE
009930         STRING "      - "         DELIMITED BY SIZE
009940                WS-HOURS-ED        DELIMITED BY SIZE
009950                " HOURS EARNED PRIOR TERM, BELOW THE MINIMUM"
009960                                   DELIMITED BY SIZE
009970             INTO WS-REPORT-LINE
009980         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
009990     END-IF.
010000     IF AE-FAILED-PROGRESS
010010         MOVE SPACES TO WS-REPORT-LINE
010020         STRING "      - DEGREE "   DELIMITED BY SIZE
010030                WS-PERCENT-ED       DELIMITED BY SIZE
010040                " PERCENT COMPLETE, SHORT OF PROGRESS (DEGAUDIT)"
010050                                    DELIMITED BY SIZE
010060             INTO WS-REPORT-LINE
010070         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
010080     END-IF.
010090     IF AE-FAILED-STANDING
010100         MOVE "      - ON ACADEMIC SUSPENSION (STANDING)"
010110             TO WS-REPORT-LINE
010120         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
010130     END-IF.
010140     IF AE-FAILED-DROPPED
010150         MOVE SPACES TO WS-REPORT-LINE
010160         STRING "      - DROPPED BELOW FULL-TIME - "
010170                                    DELIMITED BY SIZE
010180                WS-CREDITS2-ED      DELIMITED BY SIZE
010190                " CREDITS AT RE-CHECK " DELIMITED BY SIZE
010200                AE-RECHECK-DATE     DELIMITED BY SIZE
010210             INTO WS-REPORT-LINE
010220         WRITE EC-REPORT-LINE FROM WS-REPORT-LINE
010230     END-IF.
010240 2840-FAIL-LINES-EXIT.
010250     EXIT.

010260******************************************************************
010270* 2850-SPORT-TOTALS - ELIGIBLE AND INELIGIBLE COUNTS FOR ONE
010280*                     SPORT.
010290******************************************************************
010300 2850-SPORT-TOTALS.
010310     MOVE WS-SPORT-ELIGIBLE TO WS-COUNT-ED.
010320     MOVE SPACES TO WS-REPORT-LINE.
010330     STRING "  SPORT "       DELIMITED BY SIZE
010340            WS-PRIOR-SPORT   DELIMITED BY SIZE
010350            " ELIGIBLE: "    DELIMITED BY SIZE
010360            WS-COUNT-ED      DELIMITED BY SIZE
010370         INTO WS-REPORT-LINE.
010380     MOVE WS-SPORT-INELIGIBLE TO WS-COUNT-ED.
010390     MOVE 32 TO WS-STEP-SUB.
010400     STRING "  INELIGIBLE: " DELIMITED BY SIZE
010410            WS-COUNT-ED      DELIMITED BY SIZE
010420         INTO WS-REPORT-LINE
010430         WITH POINTER WS-STEP-SUB.
010440     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
010450 2850-SPORT-TOTALS-EXIT.
010460     EXIT.

010470******************************************************************
010480* 3000-FINISH - WRITE THE RUN TOTALS AND CLOSE FILES.
010490******************************************************************
010500 3000-FINISH.
010510     MOVE SPACES TO WS-REPORT-LINE.
010520     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
010530     MOVE WS-ATHLETES-CHECKED TO WS-COUNT-ED.
010540     MOVE SPACES TO WS-REPORT-LINE.
010550     STRING "ATHLETES CHECKED:      " DELIMITED BY SIZE
010560            WS-COUNT-ED               DELIMITED BY SIZE
010570         INTO WS-REPORT-LINE.
010580     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
010590     MOVE WS-CERTIFIED-NOW TO WS-COUNT-ED.
010600     MOVE SPACES TO WS-REPORT-LINE.
010610     STRING "CERTIFIED THIS RUN:    " DELIMITED BY SIZE
010620            WS-COUNT-ED               DELIMITED BY SIZE
010630         INTO WS-REPORT-LINE.
010640     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
010650     MOVE WS-ELIGIBLE-COUNT TO WS-COUNT-ED.
010660     MOVE SPACES TO WS-REPORT-LINE.
010670     STRING "ELIGIBLE:              " DELIMITED BY SIZE
010680            WS-COUNT-ED               DELIMITED BY SIZE
010690         INTO WS-REPORT-LINE.
010700     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
010710     MOVE WS-INELIGIBLE-COUNT TO WS-COUNT-ED.
010720     MOVE SPACES TO WS-REPORT-LINE.
010730     STRING "INELIGIBLE:            " DELIMITED BY SIZE
010740            WS-COUNT-ED               DELIMITED BY SIZE
010750         INTO WS-REPORT-LINE.
010760     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.
010770     MOVE WS-DROPPED-COUNT TO WS-COUNT-ED.
010780     MOVE SPACES TO WS-REPORT-LINE.
010790     STRING "DECERTIFIED ON RE-CHECK:" DELIMITED BY SIZE
010800            WS-COUNT-ED                DELIMITED BY SIZE
010810         INTO WS-REPORT-LINE.
010820     WRITE EC-REPORT-LINE FROM WS-REPORT-LINE.

010830     IF WS-FILES-OPEN
010840         CLOSE ROSTER-FILE
010850         CLOSE CENSUS-FILE
010860         CLOSE STUDENT-MASTER
010870         CLOSE TERM-SUMMARY
010880         CLOSE STANDING-FILE
010890         CLOSE REQUIREMENTS-FILE
010900         CLOSE GRADE-MASTER
010910         CLOSE ENROLLMENT-MASTER
010920     END-IF.
010930     CLOSE CERT-RPT.
010940     IF RETURN-CODE NOT = 8
010950         IF WS-DROPPED-COUNT > ZERO
010960             MOVE 4 TO RETURN-CODE
010970         ELSE
010980             MOVE 0 TO RETURN-CODE
010990         END-IF
011000     END-IF.
011010 3000-FINISH-EXIT.
011020     EXIT.

011030 END PROGRAM ATHLCERT.
