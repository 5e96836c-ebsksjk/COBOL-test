000130*       LATEST TERM SUMMARY (TERMSUMM)
000140*     - EVERY DEGREE REQUIREMENT FOR THE STUDENT'S MAJOR
000150*       (DEGREQS) MET BY A CURRENT PASSING GRADE, TRANSFER
000155*       CREDIT INCLUDED, ON THE GRADE MASTER - AND LIKEWISE FOR
000160*       EVERY ACTIVE SECOND MAJOR, MINOR, AND CONCENTRATION ON
000163*       THE PROGRAM-OF-STUDY FILE (PROGSTDY), EACH AGAINST THE
000166*       REQUIREMENT SET OF THE STUDENT'S CATALOG YEAR (REQVERS)
000170*   A CLEAN APPLICANT IS MARKED CLEARED, EMITTED AS A
000180*   STATUS-TO-G CHANGE TRANSACTION ON GRADTOUT FOR STUDBAT,
000187*   LISTED ON THE DIPLOMA LIST (DIPLIST) FOR THE COMMENCEMENT
000191*   OFFICE WITH EVERY PROGRAM EARNED, AND POSTED AS A
000195*   GRADUATION TO THE CLEARINGHOUSE
000201*   EVENTS (CLHEVENT).  A FAILED APPLICANT STAYS PENDING
000210*   WITH EVERY FAILURE REASON ON THE CLEARANCE REPORT, SO THE
000220*   NEXT RUN RECHECKS AFTER THE PROBLEM IS FIXED.
000221*   A CLEARED APPLICANT IS ALSO GIVEN ANY LATIN HONORS DUE -
000222*   SUMMA, MAGNA OR CUM LAUDE FROM THE THRESHOLD TABLE (HONRTBL,
000223*   ELSE THE STANDING THRESHOLDS BELOW), EACH LEVEL ALSO ASKING
000224*   A MINIMUM OF RESIDENCE HOURS (EARNED LESS XFERCRED TRANSFER
000225*   HOURS) - AND THE DESIGNATION IS CARRIED ON THE DIPLOMA LIST.
000226*   THE RUN ENDS WITH THE HONORS ROSTER (HONRRPT): EVERY
000227*   GRADUATE CLEARED FOR THE TERM, BY MAJOR, IN CLASS-RANK
000229*   ORDER OF CUMULATIVE GPA, FOR THE DEANS TO CERTIFY.
000231*   A TERM ON GCLRPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000233*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000235*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-09-02  RO   ORIGINAL PROGRAM.
000252*   2026-10-15  RO   WHETHER A GRADE PASSES FOR A REQUIREMENT
000254*                    COMES FROM THE GRADE-SCALE SERVICE
000256*                    (GRDVALUE), NOT A LOCAL GRADE LIST.
000257*   2026-10-15  RO   CLEARED APPLICANTS POSTED AS GRADUATIONS TO
000258*                    THE CLEARINGHOUSE EVENTS (CLHEVENT ->
000260*                    CLHSUBM).
000262*   2026-10-15  RO   REQUIREMENTS CHECKED FOR EVERY ACTIVE PROGRAM
000264*                    OF STUDY (PROGSTDY); SECONDARY PROGRAMS
000265*                    LISTED UNDER THE DIPLOMA LINE.
000266*   2026-10-15  RO   REQUIREMENTS ARE THOSE OF THE STUDENT'S
000267*                    CATALOG YEAR (REQVERS).
000268*   2026-10-15  RO   LATIN HONORS FROM THE HONRTBL THRESHOLDS
000269*                    WITH A RESIDENCE-HOURS MINIMUM, CARRIED ON
000270*                    DIPLIST; HONORS ROSTER BY MAJOR WITH CLASS
000271*                    RANK (HONRRPT).
000272*   2026-10-15  RO   A BLANK OR MISSING GCLRPARM TERM TAKES THE
000273*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000274*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000275*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000276*   2026-10-15  RO   REQUIREMENTS WALKED UNDER THE CODE REQVERS
000277*                    PICKS - A RETIRED PREDECESSOR'S SET WHEN IT
000278*                    IS THE ONE IN FORCE.
000279******************************************************************
000280 IDENTIFICATION DIVISION.
000281 PROGRAM-ID.    GRADCLR.
000290 AUTHOR.        R. OKONKWO.
000300 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000310 DATE-WRITTEN.  2026-09-02.
000690         RECORD KEY IS GR-GRADE-KEY
000700         FILE STATUS IS WS-GRADE-STATUS.

000701     SELECT PROGRAM-FILE ASSIGN TO "PROGSTDY"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS PO-PROGRAM-KEY
000705         FILE STATUS IS WS-STUDY-STATUS.

000706     SELECT HONORS-TABLE ASSIGN TO "HONRTBL"
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-HONR-STATUS.

000709     SELECT TRANSFER-CREDITS ASSIGN TO "XFERCRED"
000710         ORGANIZATION IS INDEXED
000711         ACCESS MODE IS DYNAMIC
000712         RECORD KEY IS XF-TRANSFER-KEY
000713         FILE STATUS IS WS-XFER-STATUS.

000714     SELECT GRAD-TRANSACTIONS ASSIGN TO "GRADTOUT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-OUT-STATUS.

000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-DIP-STATUS.

000762     SELECT CLH-EVENT-FILE ASSIGN TO "CLHEVENT"
000764         ORGANIZATION IS LINE SEQUENTIAL
000766         FILE STATUS IS WS-EVENT-STATUS.

000770     SELECT CLEAR-RPT ASSIGN TO "GCLRRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPT-STATUS.

000792     SELECT HONORS-ROSTER ASSIGN TO "HONRRPT"
000794         ORGANIZATION IS LINE SEQUENTIAL
000796         FILE STATUS IS WS-ROST-STATUS.

000798     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CLEAR-PARM.
000950 FD  GRADE-MASTER.
000960     COPY "graderec.cpy".

000963 FD  PROGRAM-FILE.
000965     COPY "progstdy.cpy".

000967 FD  HONORS-TABLE.
000969     COPY "honrtbl.cpy".

000971 FD  TRANSFER-CREDITS.
000973     COPY "xferrec.cpy".

000975 FD  GRAD-TRANSACTIONS.
000980     COPY "studtran.cpy".

000990 FD  DIPLOMA-LIST.
001000 01  DL-REPORT-LINE           PIC X(80).

001003 FD  CLH-EVENT-FILE.
001006     COPY "clhevent.cpy".

001010 FD  CLEAR-RPT.
001012 01  CR-REPORT-LINE           PIC X(80).

001014 FD  HONORS-ROSTER.
001016 01  HR-REPORT-LINE           PIC X(80).

001018 SD  SORT-WORK.
001020 01  SW-SORT-RECORD.
001022     05  SW-MAJOR-CODE        PIC X(04).
001024     05  SW-CUM-GPA           PIC 9(01)V99.
001026     05  SW-STUDENT-ID        PIC 9(08).
001028     05  SW-STUDENT-NAME      PIC A(15).
001030     05  SW-RESIDENCE-HOURS   PIC 9(04).
001032     05  SW-HONOR-LEVEL       PIC X(01).

001034 WORKING-STORAGE SECTION.
001040     COPY "runhdr.cpy".

001043*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001046     COPY "runparm.cpy".

001050 01  WS-SWITCHES.
001060     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001062         88  WS-EOF           VALUE "Y".
001064     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001066         88  WS-SORT-EOF      VALUE "Y".
001068     05  WS-ROSTER-SWITCH     PIC X(01) VALUE "N".
001070         88  WS-ROSTER-WANTED VALUE "Y".
001072     05  WS-XFER-USABLE-SW    PIC X(01) VALUE "N".
001074         88  WS-XFER-USABLE   VALUE "Y".
001076     05  WS-XFER-EOF-SWITCH   PIC X(01) VALUE "N".
001078         88  WS-XFER-EOF      VALUE "Y".
001080     05  WS-FIRST-MAJOR-SW    PIC X(01) VALUE "Y".
001082         88  WS-FIRST-MAJOR   VALUE "Y".

001084 01  WS-FILE-STATUSES.
001090     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001100     05  WS-APP-STATUS        PIC X(02) VALUE "00".
001110     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001130     05  WS-SUMM-STATUS       PIC X(02) VALUE "00".
001140     05  WS-REQ-STATUS        PIC X(02) VALUE "00".
001150     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
001155     05  WS-STUDY-STATUS      PIC X(02) VALUE "00".
001156     05  WS-HONR-STATUS       PIC X(02) VALUE "00".
001157     05  WS-XFER-STATUS       PIC X(02) VALUE "00".
001160     05  WS-OUT-STATUS        PIC X(02) VALUE "00".
001170     05  WS-DIP-STATUS        PIC X(02) VALUE "00".
001175     05  WS-EVENT-STATUS      PIC X(02) VALUE "00".
001180     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001185     05  WS-ROST-STATUS       PIC X(02) VALUE "00".

001190 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001230     05  WS-APPS-EXAMINED     PIC 9(05) VALUE ZERO.
001240     05  WS-APPS-CLEARED      PIC 9(05) VALUE ZERO.
001250     05  WS-APPS-FAILED       PIC 9(05) VALUE ZERO.
001253     05  WS-ROSTER-GRADS      PIC 9(05) VALUE ZERO.
001256     05  WS-ROSTER-HONORS     PIC 9(05) VALUE ZERO.

001260 01  WS-FAIL-COUNT            PIC 9(02) COMP.

001340     88  WS-SUMM-FOUND        VALUE "Y".
001350 01  WS-LATEST-GPA            PIC 9(01)V99.
001360 01  WS-LATEST-CLOSE          PIC 9(08).
001365 01  WS-LATEST-EARNED         PIC 9(04).

001370*    REQUIREMENT WALK AND GRADE PROBE, AS DEGAUDIT DOES.
001380 01  WS-REQ-SCAN-SWITCH       PIC X(01).
001420 01  WS-PROBE-SEQ             PIC 9(02).
001430 01  WS-PROBE-DONE-SWITCH     PIC X(01).
001440     88  WS-PROBE-DONE        VALUE "Y".
001443 01  WS-REQ-COURSE            PIC X(06).

001446*    PROGRAM BEING CHECKED - THE PRIMARY MAJOR, THEN EACH ACTIVE
001449*    PROGRAM OF STUDY, KEPT FOR THE DIPLOMA LIST.
001452 01  WS-CHECK-PROGRAM         PIC X(04).
001453 01  WS-CHECK-YEAR            PIC X(04).
001455 01  WS-CHECK-LABEL           PIC X(13).
001458 01  WS-STUDY-USABLE-SWITCH   PIC X(01) VALUE "N".
001461     88  WS-STUDY-USABLE      VALUE "Y".
001464 01  WS-STUDY-SCAN-SWITCH     PIC X(01).
001467     88  WS-STUDY-SCAN-DONE   VALUE "Y".
001470 01  WS-STUDY-COUNT           PIC 9(02) COMP.
001473 01  WS-STUDY-SUB             PIC 9(02) COMP.
001476 01  WS-STUDY-TABLE.
001477     05  WS-STUDY-ENTRY       OCCURS 20 TIMES.
001478         10  WS-STUDY-LABEL   PIC X(13).
001479         10  WS-STUDY-CODE    PIC X(04).

001480*    STANDING LATIN-HONORS THRESHOLDS - LEVEL, MINIMUM CUMULATIVE
001481*    GPA, MINIMUM RESIDENCE HOURS - HIGHEST LEVEL FIRST.  A ROW
001482*    ON HONRTBL REPLACES ITS LEVEL.
001483 01  WS-HONOR-THRESHOLDS.
001484     05  FILLER               PIC X(07) VALUE "S390060".
001485     05  FILLER               PIC X(07) VALUE "M370060".
001486     05  FILLER               PIC X(07) VALUE "C350060".
001487 01  WS-HONOR-TABLE REDEFINES WS-HONOR-THRESHOLDS.
001488     05  WS-HONOR-ENTRY       OCCURS 3 TIMES.
001489         10  WS-HONOR-LEVEL   PIC X(01).
001490         10  WS-HONOR-MIN-GPA PIC 9(01)V99.
001491         10  WS-HONOR-MIN-RES PIC 9(03).
001492 01  WS-HONOR-SUB             PIC 9(02) COMP.

001493*    HONORS DETERMINATION FOR ONE GRADUATE.
001494 01  WS-TRANSFER-HOURS        PIC 9(04).
001495 01  WS-RESIDENCE-HOURS       PIC 9(04).
001496 01  WS-HONORS-LEVEL          PIC X(01).
001497     88  WS-NO-HONORS         VALUE SPACE.
001498 01  WS-HONORS-WITHHELD-SW    PIC X(01).
001499     88  WS-HONORS-WITHHELD   VALUE "Y".
001500 01  WS-HONORS-TEXT           PIC X(15).

001501*    HONORS ROSTER CONTROL BREAK AND CLASS RANK.
001502 01  WS-ROSTER-MAJOR          PIC X(04).
001503 01  WS-MAJOR-POSITION        PIC 9(04) COMP.
001504 01  WS-MAJOR-HONORS          PIC 9(04) COMP.
001505 01  WS-MAJOR-RANK            PIC 9(04).
001506 01  WS-PRIOR-GPA             PIC 9(01)V99.
001507 01  WS-EDIT-FIELDS.
001508     05  WS-COUNT-ED          PIC ZZZZ9.
001509     05  WS-GPA-ED            PIC 9.99.
001510     05  WS-RANK-ED           PIC ZZZ9.
001511     05  WS-HOURS-ED          PIC ZZZ9.

001520 01  WS-REPORT-LINE           PIC X(80).

001523*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
001526     COPY "grdval.cpy".

001527*    CALL AREA FOR THE REQUIREMENT-SET SERVICE (REQVERS).
001528     COPY "reqvers.cpy".

001530 PROCEDURE DIVISION.

001540******************************************************************
001620         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001630     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001640     PERFORM 2000-ONE-APPLICATION THRU 2000-ONE-APPLICATION-EXIT
001642         UNTIL WS-EOF.
001644     IF WS-ROSTER-WANTED
001646         SORT SORT-WORK
001648             ON ASCENDING KEY SW-MAJOR-CODE
001650             ON DESCENDING KEY SW-CUM-GPA
001652             ON ASCENDING KEY SW-STUDENT-ID
001654             INPUT PROCEDURE IS 2700-FEED-GRADUATES
001656                 THRU 2700-FEED-GRADUATES-EXIT
001658             OUTPUT PROCEDURE IS 2800-PRINT-ROSTER
001660                 THRU 2800-PRINT-ROSTER-EXIT
001662     END-IF.
001664     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001670     ACCEPT RH-RUN-TIME FROM TIME.
001680     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001690         RH-RUN-TIME.
001760     MOVE "GRADUATION CLEARANCE REPORT" TO WS-REPORT-LINE.
001770     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

001779*    A TERM ON GCLRPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001788*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001797*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001806     MOVE SPACES TO RK-EXPLICIT-TERM.
001815     OPEN INPUT CLEAR-PARM.
001824     IF WS-PARM-STATUS = "00"
001833         READ CLEAR-PARM
001842             AT END
001851                 MOVE SPACES TO CL-TERM-CODE
001860         END-READ
001869         MOVE CL-TERM-CODE TO RK-EXPLICIT-TERM
001878         CLOSE CLEAR-PARM
001887     END-IF.
001896     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001905     SET RK-GRADING-TERM TO TRUE.
001914     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001923     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001932     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
001941     IF NOT RK-TERM-VALID
001950         SET WS-EOF TO TRUE
001959         MOVE 8 TO RETURN-CODE
001968         GO TO 1000-INITIALIZE-EXIT
001977     END-IF.
001986     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

002000     MOVE SPACES TO WS-REPORT-LINE.
002010     STRING "TERM "          DELIMITED BY SIZE
002160     OPEN INPUT TERM-SUMMARY.
002170     OPEN INPUT REQUIREMENTS-FILE.
002180     OPEN INPUT GRADE-MASTER.
002182     OPEN INPUT PROGRAM-FILE.
002184     IF WS-STUDY-STATUS = "00"
002186         SET WS-STUDY-USABLE TO TRUE
002188     END-IF.
002190     OPEN OUTPUT GRAD-TRANSACTIONS.
002200     OPEN OUTPUT DIPLOMA-LIST.
002202     OPEN EXTEND CLH-EVENT-FILE.
002204     IF WS-EVENT-STATUS = "05" OR WS-EVENT-STATUS = "35"
002205         OPEN OUTPUT CLH-EVENT-FILE
002206     END-IF.
002207     OPEN INPUT TRANSFER-CREDITS.
002208     IF WS-XFER-STATUS = "00"
002209         SET WS-XFER-USABLE TO TRUE
002210     END-IF.
002211     PERFORM 1100-LOAD-HONORS-TABLE
002212         THRU 1100-LOAD-HONORS-TABLE-EXIT.
002213     OPEN OUTPUT HONORS-ROSTER.
002214     SET WS-ROSTER-WANTED TO TRUE.
002215     MOVE "HONORS ROSTER BY MAJOR" TO WS-REPORT-LINE.
002216     WRITE HR-REPORT-LINE FROM WS-REPORT-LINE.
002217     MOVE SPACES TO WS-REPORT-LINE.
002218     STRING "TERM "          DELIMITED BY SIZE
002219            WS-SELECTED-TERM DELIMITED BY SIZE
002220         INTO WS-REPORT-LINE.
002221     WRITE HR-REPORT-LINE FROM WS-REPORT-LINE.
002222     MOVE "DIPLOMA LIST" TO WS-REPORT-LINE.
002223     WRITE DL-REPORT-LINE FROM WS-REPORT-LINE.
002230     MOVE SPACES TO WS-REPORT-LINE.
002240     STRING "TERM "          DELIMITED BY SIZE
002250            WS-SELECTED-TERM DELIMITED BY SIZE
002260         INTO WS-REPORT-LINE.
002270     WRITE DL-REPORT-LINE FROM WS-REPORT-LINE.

002271     PERFORM 2100-READ-APPLICATION
002272         THRU 2100-READ-APPLICATION-EXIT.
002273 1000-INITIALIZE-EXIT.
002274     EXIT.

002275******************************************************************
002276* 1100-LOAD-HONORS-TABLE - TAKE THE HONRTBL ROWS OVER THE
002277*                          STANDING THRESHOLDS AND SHOW THE
002278*                          THRESHOLDS IN FORCE.
002279******************************************************************
002280 1100-LOAD-HONORS-TABLE.
002281     OPEN INPUT HONORS-TABLE.
002282     IF WS-HONR-STATUS = "00"
002283         PERFORM 1110-ONE-THRESHOLD THRU 1110-ONE-THRESHOLD-EXIT
002284             UNTIL WS-HONR-STATUS NOT = "00"
002285         CLOSE HONORS-TABLE
002286     END-IF.
002287     MOVE "HONORS THRESHOLDS (LEVEL, GPA, RESIDENCE HOURS):"
002288         TO WS-REPORT-LINE.
002289     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
002290     PERFORM 1120-SHOW-THRESHOLD THRU 1120-SHOW-THRESHOLD-EXIT
002291         VARYING WS-HONOR-SUB FROM 1 BY 1
002292         UNTIL WS-HONOR-SUB > 3.
002293 1100-LOAD-HONORS-TABLE-EXIT.
002294     EXIT.

002295******************************************************************
002296* 1110-ONE-THRESHOLD - ONE HONRTBL ROW; A ROW FOR NO KNOWN LEVEL
002297*                      OR WITH A NON-NUMERIC FIGURE IS IGNORED.
002298******************************************************************
002299 1110-ONE-THRESHOLD.
002300     READ HONORS-TABLE
002301         AT END
002302             GO TO 1110-ONE-THRESHOLD-EXIT
002303     END-READ.
002304     IF HN-MIN-GPA NOT NUMERIC OR HN-MIN-RESIDENCE NOT NUMERIC
002305         GO TO 1110-ONE-THRESHOLD-EXIT
002306     END-IF.
002307     EVALUATE TRUE
002308         WHEN HN-LEVEL-SUMMA
002309             MOVE 1 TO WS-HONOR-SUB
002310         WHEN HN-LEVEL-MAGNA
002311             MOVE 2 TO WS-HONOR-SUB
002312         WHEN HN-LEVEL-CUM
002313             MOVE 3 TO WS-HONOR-SUB
002314         WHEN OTHER
002315             GO TO 1110-ONE-THRESHOLD-EXIT
002316     END-EVALUATE.
002317     MOVE HN-MIN-GPA TO WS-HONOR-MIN-GPA (WS-HONOR-SUB).
002318     MOVE HN-MIN-RESIDENCE TO WS-HONOR-MIN-RES (WS-HONOR-SUB).
002319 1110-ONE-THRESHOLD-EXIT.
002320     EXIT.

002321******************************************************************
002322* 1120-SHOW-THRESHOLD - ONE THRESHOLD LINE ON THE CLEARANCE
002323*                       REPORT.
002324******************************************************************
002325 1120-SHOW-THRESHOLD.
002326     MOVE WS-HONOR-LEVEL (WS-HONOR-SUB) TO WS-HONORS-LEVEL.
002327     PERFORM 2690-HONORS-TEXT THRU 2690-HONORS-TEXT-EXIT.
002328     MOVE WS-HONOR-MIN-GPA (WS-HONOR-SUB) TO WS-GPA-ED.
002329     MOVE WS-HONOR-MIN-RES (WS-HONOR-SUB) TO WS-HOURS-ED.
002330     MOVE SPACES TO WS-REPORT-LINE.
002331     STRING "  "           DELIMITED BY SIZE
002332            WS-HONORS-TEXT DELIMITED BY SIZE
002333            "  "           DELIMITED BY SIZE
002334            WS-GPA-ED      DELIMITED BY SIZE
002335            "  "           DELIMITED BY SIZE
002336            WS-HOURS-ED    DELIMITED BY SIZE
002337         INTO WS-REPORT-LINE.
002338     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
002339 1120-SHOW-THRESHOLD-EXIT.
002340     EXIT.

002341******************************************************************
002342* 2100-READ-APPLICATION - NEXT PENDING APPLICATION FOR THE TERM.
002343******************************************************************
002344 2100-READ-APPLICATION.
002360     IF WS-EOF
002370         GO TO 2100-READ-APPLICATION-EXIT
002380     END-IF.
003480*                  MEET THE MINIMUM.  NO SUMMARY AT ALL FAILS.
003490******************************************************************
003500 2300-CHECK-GPA.
003510     PERFORM 2305-FIND-LATEST-SUMMARY
003520         THRU 2305-FIND-LATEST-SUMMARY-EXIT.
003530     IF NOT WS-SUMM-FOUND
003540         ADD 1 TO WS-FAIL-COUNT
003690         MOVE "  NO TERM SUMMARY - GPA UNPROVEN (TERMSUMM)"
003700             TO WS-REPORT-LINE
003710         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
003820         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
003830     END-IF.
003840 2300-CHECK-GPA-EXIT.
003841     EXIT.

003842******************************************************************
003843* 2305-FIND-LATEST-SUMMARY - WALK THE APPLICANT'S TERM SUMMARIES
003844*                            FOR THE LATEST CUMULATIVE GPA AND
003845*                            HOURS EARNED.
003846******************************************************************
003847 2305-FIND-LATEST-SUMMARY.
003848     MOVE "N" TO WS-SUMM-FOUND-SWITCH.
003849     MOVE "N" TO WS-SUMM-SCAN-SWITCH.
003850     MOVE ZERO TO WS-LATEST-CLOSE.
003851     MOVE ZERO TO WS-LATEST-GPA.
003852     MOVE ZERO TO WS-LATEST-EARNED.
003853     IF WS-SUMM-STATUS NOT = "00" AND WS-SUMM-STATUS NOT = "10"
003854         SET WS-SUMM-SCAN-DONE TO TRUE
003855     ELSE
003856         MOVE GP-STUDENT-ID TO TS-STUDENT-ID
003857         MOVE LOW-VALUES TO TS-TERM-CODE
003858         START TERM-SUMMARY KEY IS NOT LESS THAN TS-SUMMARY-KEY
003859             INVALID KEY
003860                 SET WS-SUMM-SCAN-DONE TO TRUE
003861         END-START
003862     END-IF.
003863     PERFORM 2310-ONE-SUMMARY THRU 2310-ONE-SUMMARY-EXIT
003864         UNTIL WS-SUMM-SCAN-DONE.
003865 2305-FIND-LATEST-SUMMARY-EXIT.
003866     EXIT.

003867******************************************************************
003870* 2310-ONE-SUMMARY - EXAMINE ONE TERM-SUMMARY RECORD, KEEPING
003880*                    THE LATEST CLOSE DATE'S CUMULATIVE GPA.
003890******************************************************************
004060         SET WS-SUMM-FOUND TO TRUE
004070         MOVE TS-CLOSE-DATE TO WS-LATEST-CLOSE
004080         MOVE TS-CUM-GPA TO WS-LATEST-GPA
004085         MOVE TS-CUM-EARNED TO WS-LATEST-EARNED
004090     END-IF.
004100 2310-ONE-SUMMARY-EXIT.
004110     EXIT.

004120******************************************************************
004126* 2400-CHECK-REQUIREMENTS - EVERY DEGREQS COURSE FOR THE MAJOR,
004132*                           AND FOR EACH ACTIVE PROGRAM OF STUDY,
004140*                           MUST HAVE A CURRENT PASSING GRADE.
004150******************************************************************
004160 2400-CHECK-REQUIREMENTS.
004200             TO WS-REPORT-LINE
004210         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
004220         GO TO 2400-CHECK-REQUIREMENTS-EXIT
004221     END-IF.
004222     MOVE ZERO TO WS-STUDY-COUNT.
004223     MOVE SM-MAJOR-CODE TO WS-CHECK-PROGRAM.
004224     MOVE "MAJOR" TO WS-CHECK-LABEL.
004225     PERFORM 2420-CHECK-PROGRAM THRU 2420-CHECK-PROGRAM-EXIT.
004226     IF NOT WS-STUDY-USABLE
004227         GO TO 2400-CHECK-REQUIREMENTS-EXIT
004228     END-IF.

004229     MOVE "N" TO WS-STUDY-SCAN-SWITCH.
004230     MOVE GP-STUDENT-ID TO PO-STUDENT-ID.
004231     MOVE ZERO TO PO-SEQUENCE.
004232     START PROGRAM-FILE KEY IS NOT LESS THAN PO-PROGRAM-KEY
004233         INVALID KEY
004234             SET WS-STUDY-SCAN-DONE TO TRUE
004235     END-START.
004236     PERFORM 2430-ONE-PROGRAM THRU 2430-ONE-PROGRAM-EXIT
004237         UNTIL WS-STUDY-SCAN-DONE.
004238 2400-CHECK-REQUIREMENTS-EXIT.
004239     EXIT.

004240******************************************************************
004241* 2420-CHECK-PROGRAM - WALK THE DEGREQS COURSES FOR ONE PROGRAM
004242*                      (WS-CHECK-PROGRAM) IN THE SET OF THE
004243*                      STUDENT'S CATALOG YEAR.  A PROGRAM WITH NO
004244*                      REQUIREMENTS ON FILE HAS NOTHING TO FAIL.
004245******************************************************************
004246 2420-CHECK-PROGRAM.
004247     MOVE "N" TO WS-REQ-SCAN-SWITCH.
004248     MOVE GP-STUDENT-ID TO RV-STUDENT-ID.
004249     MOVE WS-CHECK-PROGRAM TO RV-MAJOR-CODE.
004250     CALL "REQVERS" USING RV-REQUIREMENT-AREA.
004251     IF RV-NO-SET
004252         GO TO 2420-CHECK-PROGRAM-EXIT
004253     END-IF.
004254     IF RV-REQUIREMENT-YEAR = ZERO
004255         MOVE "BASE" TO WS-CHECK-YEAR
004256     ELSE
004257         MOVE RV-REQUIREMENT-YEAR TO WS-CHECK-YEAR
004258     END-IF.
004259     MOVE RV-REQUIREMENT-CODE TO DQ-MAJOR-CODE.
004260     MOVE RV-REQUIREMENT-YEAR TO DQ-CATALOG-YEAR.
004261     MOVE LOW-VALUES TO DQ-COURSE-CODE.
004270     START REQUIREMENTS-FILE KEY IS NOT LESS THAN DQ-REQ-KEY
004280         INVALID KEY
004290             SET WS-REQ-SCAN-DONE TO TRUE
004300     END-START.
004310     PERFORM 2410-ONE-REQUIREMENT THRU 2410-ONE-REQUIREMENT-EXIT
004320         UNTIL WS-REQ-SCAN-DONE.
004321 2420-CHECK-PROGRAM-EXIT.
004322     EXIT.

004323******************************************************************
004324* 2430-ONE-PROGRAM - READ THE APPLICANT'S NEXT PROGRAM-OF-STUDY
004325*                    RECORD; AN ACTIVE ONE IS CHECKED AND KEPT FOR
004326*                    THE DIPLOMA LIST.
004327******************************************************************
004328 2430-ONE-PROGRAM.
004329     READ PROGRAM-FILE NEXT RECORD
004330         AT END
004331             SET WS-STUDY-SCAN-DONE TO TRUE
004332             GO TO 2430-ONE-PROGRAM-EXIT
004333     END-READ.
004334     IF WS-STUDY-STATUS NOT = "00"
004335             OR PO-STUDENT-ID NOT = GP-STUDENT-ID
004336         SET WS-STUDY-SCAN-DONE TO TRUE
004337         GO TO 2430-ONE-PROGRAM-EXIT
004338     END-IF.
004339     IF NOT PO-ACTIVE
004340         GO TO 2430-ONE-PROGRAM-EXIT
004341     END-IF.
004342     MOVE PO-PROGRAM-CODE TO WS-CHECK-PROGRAM.
004343     EVALUATE TRUE
004344         WHEN PO-TYPE-MAJOR
004345             MOVE "2ND MAJOR" TO WS-CHECK-LABEL
004346         WHEN PO-TYPE-MINOR
004347             MOVE "MINOR" TO WS-CHECK-LABEL
004348         WHEN OTHER
004349             MOVE "CONCENTRATION" TO WS-CHECK-LABEL
004350     END-EVALUATE.
004351     IF WS-STUDY-COUNT < 20
004352         ADD 1 TO WS-STUDY-COUNT
004353         MOVE WS-CHECK-LABEL TO WS-STUDY-LABEL (WS-STUDY-COUNT)
004354         MOVE WS-CHECK-PROGRAM TO WS-STUDY-CODE (WS-STUDY-COUNT)
004355     END-IF.
004356     PERFORM 2420-CHECK-PROGRAM THRU 2420-CHECK-PROGRAM-EXIT.
004357 2430-ONE-PROGRAM-EXIT.
004358     EXIT.

004359******************************************************************
004360* 2410-ONE-REQUIREMENT - PROBE ONE REQUIRED COURSE'S GRADES.
004370******************************************************************
004380 2410-ONE-REQUIREMENT.
004460     IF WS-REQ-SCAN-DONE
004470         GO TO 2410-ONE-REQUIREMENT-EXIT
004480     END-IF.
004490     IF DQ-MAJOR-CODE NOT = RV-REQUIREMENT-CODE
004495             OR DQ-CATALOG-YEAR NOT = RV-REQUIREMENT-YEAR
004500         SET WS-REQ-SCAN-DONE TO TRUE
004510         GO TO 2410-ONE-REQUIREMENT-EXIT
004520     END-IF.
004570         MOVE SPACES TO WS-REPORT-LINE
004580         STRING "  REQUIREMENT " DELIMITED BY SIZE
004590                WS-REQ-COURSE    DELIMITED BY SIZE
004594                " NOT MET - "    DELIMITED BY SIZE
004598                WS-CHECK-LABEL   DELIMITED BY "  "
004602                " "              DELIMITED BY SIZE
004606                WS-CHECK-PROGRAM DELIMITED BY SIZE
004607                " CATALOG "      DELIMITED BY SIZE
004608                WS-CHECK-YEAR    DELIMITED BY SIZE
004610             INTO WS-REPORT-LINE
004620         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
004630     END-IF.
004940             GO TO 2460-PROBE-ONE-SEQ-EXIT
004950     END-READ.
004960     IF GR-CURRENT
004966         MOVE GR-GRADE TO GV-GRADE
004972         MOVE GR-TERM-CODE TO GV-TERM-CODE
004978         CALL "GRDVALUE" USING GV-VALUE-AREA
004984         IF GV-PASSES-PREREQ
004990             SET WS-REQ-MET TO TRUE
005000         END-IF
005010     END-IF.

005040******************************************************************
005050* 2600-CLEAR-APPLICANT - MARK CLEARED, EMIT THE STATUS-TO-G
005056*                        TRANSACTION AND CLEARINGHOUSE EVENT, AND
005062*                        LIST THE DIPLOMA.
005070******************************************************************
005080 2600-CLEAR-APPLICANT.
005090     SET GP-CLEARED TO TRUE.
005180     SET ST-TYPE-CHANGE TO TRUE.
005190     WRITE ST-TRANSACTION-RECORD.

005191     MOVE GP-STUDENT-ID TO NE-STUDENT-ID.
005192     MOVE WS-SELECTED-TERM TO NE-TERM-CODE.
005193     SET NE-GRADUATED TO TRUE.
005194     MOVE RH-RUN-DATE TO NE-EFFECTIVE-DATE.
005195     MOVE RH-PROGRAM-NAME TO NE-SOURCE.
005196     WRITE NE-EVENT-RECORD.

005198     PERFORM 2650-DETERMINE-HONORS
005199         THRU 2650-DETERMINE-HONORS-EXIT.

005200     MOVE SPACES TO WS-REPORT-LINE.
005210     STRING "  "             DELIMITED BY SIZE
005220            GP-STUDENT-ID    DELIMITED BY SIZE
005240            SM-STUDENT-NAME  DELIMITED BY SIZE
005250            "  MAJOR "       DELIMITED BY SIZE
005260            SM-MAJOR-CODE    DELIMITED BY SIZE
005263            "  "             DELIMITED BY SIZE
005266            WS-HONORS-TEXT   DELIMITED BY SIZE
005270         INTO WS-REPORT-LINE.
005280     WRITE DL-REPORT-LINE FROM WS-REPORT-LINE.
005282     PERFORM 2610-LIST-PROGRAM THRU 2610-LIST-PROGRAM-EXIT
005284         VARYING WS-STUDY-SUB FROM 1 BY 1
005286         UNTIL WS-STUDY-SUB > WS-STUDY-COUNT.

005290     MOVE "  CLEARED - STATUS-TO-G TRANSACTION CUT"
005291         TO WS-REPORT-LINE.
005292     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
005293     MOVE WS-RESIDENCE-HOURS TO WS-HOURS-ED.
005294     MOVE SPACES TO WS-REPORT-LINE.
005295     IF NOT WS-NO-HONORS
005296         STRING "  HONORS - "    DELIMITED BY SIZE
005297                WS-HONORS-TEXT   DELIMITED BY SIZE
005298             INTO WS-REPORT-LINE
005299         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
005300     ELSE
005301         IF WS-HONORS-WITHHELD
005302             STRING "  HONORS WITHHELD - RESIDENCE HOURS "
005303                                  DELIMITED BY SIZE
005304                    WS-HOURS-ED   DELIMITED BY SIZE
005305                 INTO WS-REPORT-LINE
005306             WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
005307         END-IF
005308     END-IF.
005309     ADD 1 TO WS-APPS-CLEARED.
005310 2600-CLEAR-APPLICANT-EXIT.
005311     EXIT.

005312******************************************************************
005313* 2610-LIST-PROGRAM - ONE SECONDARY PROGRAM UNDER THE DIPLOMA.
005314******************************************************************
005315 2610-LIST-PROGRAM.
005316     MOVE SPACES TO WS-REPORT-LINE.
005317     STRING "            "       DELIMITED BY SIZE
005318            WS-STUDY-LABEL (WS-STUDY-SUB) DELIMITED BY "  "
005319            " "                  DELIMITED BY SIZE
005320            WS-STUDY-CODE (WS-STUDY-SUB) DELIMITED BY SIZE
005321         INTO WS-REPORT-LINE.
005322     WRITE DL-REPORT-LINE FROM WS-REPORT-LINE.
005323 2610-LIST-PROGRAM-EXIT.
005324     EXIT.

005325******************************************************************
005326* 2650-DETERMINE-HONORS - THE HIGHEST LEVEL WHOSE GPA AND
005327*                         RESIDENCE MINIMUMS THE GRADUATE MEETS.
005328*                         A GPA GOOD ENOUGH FOR A LEVEL BUT SHORT
005329*                         OF ITS RESIDENCE HOURS MARKS THE HONORS
005330*                         WITHHELD WHEN NO LOWER LEVEL IS MET.
005331******************************************************************
005332 2650-DETERMINE-HONORS.
005333     MOVE SPACE TO WS-HONORS-LEVEL.
005334     MOVE "N" TO WS-HONORS-WITHHELD-SW.
005335     PERFORM 2660-TRANSFER-HOURS THRU 2660-TRANSFER-HOURS-EXIT.
005336     IF WS-TRANSFER-HOURS < WS-LATEST-EARNED
005337         SUBTRACT WS-TRANSFER-HOURS FROM WS-LATEST-EARNED
005338             GIVING WS-RESIDENCE-HOURS
005339     ELSE
005340         MOVE ZERO TO WS-RESIDENCE-HOURS
005341     END-IF.
005342     PERFORM 2680-TRY-LEVEL THRU 2680-TRY-LEVEL-EXIT
005343         VARYING WS-HONOR-SUB FROM 1 BY 1
005344         UNTIL WS-HONOR-SUB > 3 OR NOT WS-NO-HONORS.
005345     PERFORM 2690-HONORS-TEXT THRU 2690-HONORS-TEXT-EXIT.
005346 2650-DETERMINE-HONORS-EXIT.
005347     EXIT.

005348******************************************************************
005349* 2660-TRANSFER-HOURS - THE GRADUATE'S ACCEPTED TRANSFER HOURS,
005350*                       SUMMED OVER THEIR XFERCRED DETAIL, AS
005351*                       SAPEVAL DOES.
005352******************************************************************
005353 2660-TRANSFER-HOURS.
005354     MOVE ZERO TO WS-TRANSFER-HOURS.
005355     IF NOT WS-XFER-USABLE
005356         GO TO 2660-TRANSFER-HOURS-EXIT
005357     END-IF.
005358     MOVE "N" TO WS-XFER-EOF-SWITCH.
005359     MOVE GP-STUDENT-ID TO XF-STUDENT-ID.
005360     MOVE LOW-VALUES TO XF-COURSE-CODE.
005361     START TRANSFER-CREDITS KEY IS NOT LESS THAN XF-TRANSFER-KEY
005362         INVALID KEY
005363             SET WS-XFER-EOF TO TRUE
005364     END-START.
005365     PERFORM 2670-ONE-TRANSFER THRU 2670-ONE-TRANSFER-EXIT
005366         UNTIL WS-XFER-EOF.
005367 2660-TRANSFER-HOURS-EXIT.
005368     EXIT.

005369 2670-ONE-TRANSFER.
005370     READ TRANSFER-CREDITS NEXT RECORD
005371         AT END
005372             SET WS-XFER-EOF TO TRUE
005373             GO TO 2670-ONE-TRANSFER-EXIT
005374     END-READ.
005375     IF WS-XFER-STATUS NOT = "00"
005376             OR XF-STUDENT-ID NOT = GP-STUDENT-ID
005377         SET WS-XFER-EOF TO TRUE
005378         GO TO 2670-ONE-TRANSFER-EXIT
005379     END-IF.
005380     IF XF-CREDIT-HOURS IS NUMERIC
005381         ADD XF-CREDIT-HOURS TO WS-TRANSFER-HOURS
005382     END-IF.
005383 2670-ONE-TRANSFER-EXIT.
005384     EXIT.

005385******************************************************************
005386* 2680-TRY-LEVEL - ONE THRESHOLD LEVEL, HIGHEST FIRST.
005387******************************************************************
005388 2680-TRY-LEVEL.
005389     IF WS-LATEST-GPA < WS-HONOR-MIN-GPA (WS-HONOR-SUB)
005390         GO TO 2680-TRY-LEVEL-EXIT
005391     END-IF.
005392     IF WS-RESIDENCE-HOURS < WS-HONOR-MIN-RES (WS-HONOR-SUB)
005393         SET WS-HONORS-WITHHELD TO TRUE
005394         GO TO 2680-TRY-LEVEL-EXIT
005395     END-IF.
005396     MOVE WS-HONOR-LEVEL (WS-HONOR-SUB) TO WS-HONORS-LEVEL.
005397 2680-TRY-LEVEL-EXIT.
005398     EXIT.

005399******************************************************************
005400* 2690-HONORS-TEXT - THE DESIGNATION AS PRINTED FOR A LEVEL.
005401******************************************************************
005402 2690-HONORS-TEXT.
005403     EVALUATE WS-HONORS-LEVEL
005404         WHEN "S"
005405             MOVE "SUMMA CUM LAUDE" TO WS-HONORS-TEXT
005406         WHEN "M"
005407             MOVE "MAGNA CUM LAUDE" TO WS-HONORS-TEXT
005408         WHEN "C"
005409             MOVE "CUM LAUDE" TO WS-HONORS-TEXT
005410         WHEN OTHER
005411             MOVE SPACES TO WS-HONORS-TEXT
005412     END-EVALUATE.
005413 2690-HONORS-TEXT-EXIT.
005414     EXIT.

005415******************************************************************
005416* 2700-FEED-GRADUATES - INPUT PROCEDURE: RELEASE EVERY GRADUATE
005417*                       CLEARED FOR THE TERM, THIS RUN OR AN
005418*                       EARLIER ONE, WITH GPA AND HONORS.
005419******************************************************************
005420 2700-FEED-GRADUATES.
005421     MOVE "N" TO WS-EOF-SWITCH.
005422     MOVE LOW-VALUES TO GP-APPLICATION-KEY.
005423     START APPLICATION-FILE
005424         KEY IS NOT LESS THAN GP-APPLICATION-KEY
005425         INVALID KEY
005426             SET WS-EOF TO TRUE
005427     END-START.
005428     PERFORM 2710-RELEASE-ONE THRU 2710-RELEASE-ONE-EXIT
005429         UNTIL WS-EOF.
005430 2700-FEED-GRADUATES-EXIT.
005431     EXIT.

005432******************************************************************
005433* 2710-RELEASE-ONE - READ ONE APPLICATION; RELEASE IT WHEN IT IS
005434*                    A CLEARED ONE FOR THE TERM.
005435******************************************************************
005436 2710-RELEASE-ONE.
005437     READ APPLICATION-FILE NEXT RECORD
005438         AT END
005439             SET WS-EOF TO TRUE
005440             GO TO 2710-RELEASE-ONE-EXIT
005441     END-READ.
005442     IF WS-APP-STATUS NOT = "00"
005443         SET WS-EOF TO TRUE
005444         GO TO 2710-RELEASE-ONE-EXIT
005445     END-IF.
005446     IF NOT GP-CLEARED OR GP-TERM-CODE NOT = WS-SELECTED-TERM
005447         GO TO 2710-RELEASE-ONE-EXIT
005448     END-IF.
005449     MOVE GP-STUDENT-ID TO SM-STUDENT-ID.
005450     READ STUDENT-MASTER
005451         INVALID KEY
005452             GO TO 2710-RELEASE-ONE-EXIT
005453     END-READ.
005454     PERFORM 2305-FIND-LATEST-SUMMARY
005455         THRU 2305-FIND-LATEST-SUMMARY-EXIT.
005456     PERFORM 2650-DETERMINE-HONORS
005457         THRU 2650-DETERMINE-HONORS-EXIT.
005458     MOVE SM-MAJOR-CODE TO SW-MAJOR-CODE.
005459     MOVE WS-LATEST-GPA TO SW-CUM-GPA.
005460     MOVE GP-STUDENT-ID TO SW-STUDENT-ID.
005461     MOVE SM-STUDENT-NAME TO SW-STUDENT-NAME.
005462     MOVE WS-RESIDENCE-HOURS TO SW-RESIDENCE-HOURS.
005463     MOVE WS-HONORS-LEVEL TO SW-HONOR-LEVEL.
005464     RELEASE SW-SORT-RECORD.
005465 2710-RELEASE-ONE-EXIT.
005466     EXIT.

005467******************************************************************
005468* 2800-PRINT-ROSTER - OUTPUT PROCEDURE: CONTROL BREAK ON THE
005469*                     MAJOR, GRADUATES IN CLASS-RANK ORDER.
005470******************************************************************
005471 2800-PRINT-ROSTER.
005472     PERFORM 2810-RETURN-GRADUATE THRU 2810-RETURN-GRADUATE-EXIT.
005473     IF WS-SORT-EOF
005474         MOVE "  (NO GRADUATES CLEARED FOR THE TERM)"
005475             TO WS-REPORT-LINE
005476         WRITE HR-REPORT-LINE FROM WS-REPORT-LINE
005477         GO TO 2800-PRINT-ROSTER-EXIT
005478     END-IF.
005479     PERFORM 2820-ONE-GRADUATE THRU 2820-ONE-GRADUATE-EXIT
005480         UNTIL WS-SORT-EOF.
005481     PERFORM 2830-MAJOR-FOOTER THRU 2830-MAJOR-FOOTER-EXIT.
005482 2800-PRINT-ROSTER-EXIT.
005483     EXIT.

005484******************************************************************
005485* 2810-RETURN-GRADUATE - GET THE NEXT SORTED GRADUATE.
005486******************************************************************
005487 2810-RETURN-GRADUATE.
005488     RETURN SORT-WORK
005489         AT END
005490             SET WS-SORT-EOF TO TRUE
005491     END-RETURN.
005492 2810-RETURN-GRADUATE-EXIT.
005493     EXIT.

005494******************************************************************
005495* 2820-ONE-GRADUATE - ONE ROSTER LINE.  GRADUATES OF EQUAL GPA
005496*                     SHARE A RANK; THE NEXT RANK SKIPS PAST THEM.
005497******************************************************************
005498 2820-ONE-GRADUATE.
005499     IF WS-FIRST-MAJOR OR SW-MAJOR-CODE NOT = WS-ROSTER-MAJOR
005500         IF NOT WS-FIRST-MAJOR
005501             PERFORM 2830-MAJOR-FOOTER THRU 2830-MAJOR-FOOTER-EXIT
005502         END-IF
005503         MOVE "N" TO WS-FIRST-MAJOR-SW
005504         MOVE SW-MAJOR-CODE TO WS-ROSTER-MAJOR
005505         MOVE ZERO TO WS-MAJOR-POSITION
005506         MOVE ZERO TO WS-MAJOR-HONORS
005507         MOVE SPACES TO WS-REPORT-LINE
005508         WRITE HR-REPORT-LINE FROM WS-REPORT-LINE
005509         MOVE SPACES TO WS-REPORT-LINE
005510         STRING "MAJOR "        DELIMITED BY SIZE
005511                WS-ROSTER-MAJOR DELIMITED BY SIZE
005512             INTO WS-REPORT-LINE
005513         WRITE HR-REPORT-LINE FROM WS-REPORT-LINE
005514         MOVE SPACES TO WS-REPORT-LINE
005515         STRING "  RANK  STUDENT   NAME"       DELIMITED BY SIZE
005516                "             GPA   RES  HONORS" DELIMITED BY SIZE
005517             INTO WS-REPORT-LINE
005518         WRITE HR-REPORT-LINE FROM WS-REPORT-LINE
005519     END-IF.
005520     ADD 1 TO WS-MAJOR-POSITION.
005521     ADD 1 TO WS-ROSTER-GRADS.
005522     IF WS-MAJOR-POSITION = 1 OR SW-CUM-GPA NOT = WS-PRIOR-GPA
005523         MOVE WS-MAJOR-POSITION TO WS-MAJOR-RANK
005524     END-IF.
005525     MOVE SW-CUM-GPA TO WS-PRIOR-GPA.
005526     MOVE SW-HONOR-LEVEL TO WS-HONORS-LEVEL.
005527     PERFORM 2690-HONORS-TEXT THRU 2690-HONORS-TEXT-EXIT.
005528     IF NOT WS-NO-HONORS
005529         ADD 1 TO WS-MAJOR-HONORS
005530         ADD 1 TO WS-ROSTER-HONORS
005531     END-IF.
005532     MOVE WS-MAJOR-RANK TO WS-RANK-ED.
005533     MOVE SW-CUM-GPA TO WS-GPA-ED.
005534     MOVE SW-RESIDENCE-HOURS TO WS-HOURS-ED.
005535     MOVE SPACES TO WS-REPORT-LINE.
005536     STRING "  "            DELIMITED BY SIZE
005537            WS-RANK-ED      DELIMITED BY SIZE
005538            "  "            DELIMITED BY SIZE
005539            SW-STUDENT-ID   DELIMITED BY SIZE
005540            "  "            DELIMITED BY SIZE
005541            SW-STUDENT-NAME DELIMITED BY SIZE
005542            "  "            DELIMITED BY SIZE
005543            WS-GPA-ED       DELIMITED BY SIZE
005544            "  "            DELIMITED BY SIZE
005545            WS-HOURS-ED     DELIMITED BY SIZE
005546            "  "            DELIMITED BY SIZE
005547            WS-HONORS-TEXT  DELIMITED BY SIZE
005548         INTO WS-REPORT-LINE.
005549     WRITE HR-REPORT-LINE FROM WS-REPORT-LINE.
005550     PERFORM 2810-RETURN-GRADUATE THRU 2810-RETURN-GRADUATE-EXIT.
005551 2820-ONE-GRADUATE-EXIT.
005552     EXIT.

005553******************************************************************
005554* 2830-MAJOR-FOOTER - GRADUATE AND HONORS COUNTS FOR THE MAJOR
005555*                     AND THE DEAN'S CERTIFICATION LINE.
005556******************************************************************
005557 2830-MAJOR-FOOTER.
005558     MOVE WS-MAJOR-POSITION TO WS-COUNT-ED.
005559     MOVE SPACES TO WS-REPORT-LINE.
005560     STRING "  GRADUATES: "  DELIMITED BY SIZE
005561            WS-COUNT-ED      DELIMITED BY SIZE
005562         INTO WS-REPORT-LINE.
005568     WRITE HR-REPORT-LINE FROM WS-REPORT-LINE.
005569     MOVE WS-MAJOR-HONORS TO WS-COUNT-ED.
005570     MOVE SPACES TO WS-REPORT-LINE.
005571     STRING "  WITH HONORS: "  DELIMITED BY SIZE
005572            WS-COUNT-ED        DELIMITED BY SIZE
005573         INTO WS-REPORT-LINE.
005574     WRITE HR-REPORT-LINE FROM WS-REPORT-LINE.
005575     MOVE "  CERTIFIED BY DEAN ____________________  DATE ______"
005576         TO WS-REPORT-LINE.
005577     WRITE HR-REPORT-LINE FROM WS-REPORT-LINE.
005578 2830-MAJOR-FOOTER-EXIT.
005579     EXIT.

005580******************************************************************
005581* 3000-FINISH - WRITE THE RUN TOTALS AND CLOSE FILES.
005582******************************************************************
005583 3000-FINISH.
005584     MOVE SPACES TO WS-REPORT-LINE.
005585     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
005586     MOVE WS-APPS-EXAMINED TO WS-COUNT-ED.
005587     MOVE SPACES TO WS-REPORT-LINE.
005588     STRING "APPLICATIONS EXAMINED: " DELIMITED BY SIZE
005589            WS-COUNT-ED               DELIMITED BY SIZE
005590         INTO WS-REPORT-LINE.
005591     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
005592     MOVE WS-APPS-CLEARED TO WS-COUNT-ED.
005593     MOVE SPACES TO WS-REPORT-LINE.
005594     STRING "CLEARED:               " DELIMITED BY SIZE
005595            WS-COUNT-ED               DELIMITED BY SIZE
005596         INTO WS-REPORT-LINE.
005597     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
005598     MOVE WS-APPS-FAILED TO WS-COUNT-ED.
005599     MOVE SPACES TO WS-REPORT-LINE.
005600     STRING "STILL PENDING:         " DELIMITED BY SIZE
005601            WS-COUNT-ED               DELIMITED BY SIZE
005602         INTO WS-REPORT-LINE.
005603     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
005604     IF WS-ROSTER-WANTED
005605         MOVE SPACES TO WS-REPORT-LINE
005606         WRITE HR-REPORT-LINE FROM WS-REPORT-LINE
005607         MOVE WS-ROSTER-GRADS TO WS-COUNT-ED
005608         MOVE SPACES TO WS-REPORT-LINE
005609         STRING "TERM GRADUATES:        " DELIMITED BY SIZE
005610                WS-COUNT-ED               DELIMITED BY SIZE
005611             INTO WS-REPORT-LINE
005612         WRITE HR-REPORT-LINE FROM WS-REPORT-LINE
005613         MOVE WS-ROSTER-HONORS TO WS-COUNT-ED
005614         MOVE SPACES TO WS-REPORT-LINE
005615         STRING "GRADUATING WITH HONORS:" DELIMITED BY SIZE
005616                WS-COUNT-ED               DELIMITED BY SIZE
005617             INTO WS-REPORT-LINE
005618         WRITE HR-REPORT-LINE FROM WS-REPORT-LINE
005619     END-IF.

005620     IF WS-APP-STATUS = "00" OR WS-APP-STATUS = "10"
005621         CLOSE APPLICATION-FILE
005622         CLOSE STUDENT-MASTER
005623         CLOSE HOLD-FILE
005630         CLOSE TERM-SUMMARY
005640         CLOSE REQUIREMENTS-FILE
005650         CLOSE GRADE-MASTER
005652         IF WS-STUDY-USABLE
005654             CLOSE PROGRAM-FILE
005656         END-IF
005660         CLOSE GRAD-TRANSACTIONS
005670         CLOSE DIPLOMA-LIST
005671         CLOSE HONORS-ROSTER
005672         IF WS-XFER-USABLE
005673             CLOSE TRANSFER-CREDITS
005674         END-IF
005675         CLOSE CLH-EVENT-FILE
005680     END-IF.
005690     CLOSE CLEAR-RPT.
005700     IF WS-APPS-FAILED > ZERO AND RETURN-CODE = ZERO
