000010******************************************************************
000020* PROGRAM-ID : ARTCAND
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ARTICULATION CANDIDATE REPORT.  SORTS THE EVALUATOR DECISION
000090*   LOG (ARTDECN, APPENDED BY XFERLOAD) BY SOURCE INSTITUTION
000100*   AND EXTERNAL COURSE AND, PER EXTERNAL COURSE, LISTS EACH
000110*   DISTINCT EQUIVALENT THE EVALUATORS HAVE KEYED WITH HOW OFTEN
000120*   AND WHEN LAST.  A COURSE ALWAYS EVALUATED THE SAME WAY AT
000130*   LEAST THE MINIMUM NUMBER OF TIMES (ARTCPARM COLUMNS 1-3,
000140*   DEFAULT 2) IS A CANDIDATE TO ADD TO THE ARTICULATION TABLE;
000150*   ONE EVALUATED MORE THAN ONE WAY IS FLAGGED FOR REVIEW.
000160*   DECISIONS THAT MATCH THE TABLE ROW NOW IN FORCE ARE LEFT
000170*   OFF; ONES THAT DIFFER FROM IT ARE FLAGGED.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-10-15  RO   ORIGINAL PROGRAM.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    ARTCAND.
000240 AUTHOR.        R. OKONKWO.
000250 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000260 DATE-WRITTEN.  2026-10-15.
000270 DATE-COMPILED.

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DECISION-LOG ASSIGN TO "ARTDECN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-DECN-STATUS.

000340     SELECT ARTIC-TABLE ASSIGN TO "ARTICTBL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS AR-ARTIC-KEY
000380         FILE STATUS IS WS-ARTIC-STATUS.

000390     SELECT CAND-PARM ASSIGN TO "ARTCPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.

000420     SELECT CAND-RPT ASSIGN TO "ARTCRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-STATUS.

000450     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  DECISION-LOG.
000490     COPY "artdecn.cpy".

000500 FD  ARTIC-TABLE.
000510     COPY "artic.cpy".

000520 FD  CAND-PARM.
000530 01  AP-PARM-RECORD.
000540     05  AP-MIN-TIMES         PIC 9(03).

000550 FD  CAND-RPT.
000560 01  AC-REPORT-LINE           PIC X(80).

000570 SD  SORT-WORK.
000580 01  AS-SORT-RECORD.
000590     05  AS-SOURCE-INST       PIC X(20).
000600     05  AS-EXT-COURSE        PIC X(10).
000610     05  AS-EQUIV-TYPE        PIC X(01).
000620     05  AS-LOCAL-COURSE      PIC X(06).
000630     05  AS-DECISION-DATE     PIC 9(08).

000640 WORKING-STORAGE SECTION.
000650     COPY "runhdr.cpy".

000660 01  WS-SWITCHES.
000670     05  WS-DECN-EOF-SWITCH   PIC X(01) VALUE "N".
000680         88  WS-DECN-EOF      VALUE "Y".
000690     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
000700         88  WS-SORT-EOF      VALUE "Y".
000710     05  WS-ARTIC-SWITCH      PIC X(01) VALUE "N".
000720         88  WS-ARTIC-USABLE  VALUE "Y".
000730     05  WS-ARTIC-EOF-SWITCH  PIC X(01) VALUE "N".
000740         88  WS-ARTIC-EOF     VALUE "Y".

000750 01  WS-FILE-STATUSES.
000760     05  WS-DECN-STATUS       PIC X(02) VALUE "00".
000770     05  WS-ARTIC-STATUS      PIC X(02) VALUE "00".
000780     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000790     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000800 01  WS-MIN-TIMES             PIC 9(03) VALUE 2.

000810*    THE EXTERNAL COURSE UNDER THE CONTROL BREAK AND THE TABLE
000820*    ROW IN FORCE FOR IT TODAY, IF ANY.
000830 01  WS-CURRENT-GROUP.
000840     05  WS-CURRENT-INST      PIC X(20) VALUE LOW-VALUES.
000850     05  WS-CURRENT-COURSE    PIC X(10) VALUE LOW-VALUES.
000860 01  WS-TABLE-TYPE            PIC X(01).
000870 01  WS-TABLE-LOCAL           PIC X(06).
000880 01  WS-FIRST-BREAK-SWITCH    PIC X(01) VALUE "Y".
000890     88  WS-FIRST-BREAK       VALUE "Y".

000900*    THE EQUIVALENT UNDER THE MINOR BREAK.
000910 01  WS-CURRENT-DECISION.
000920     05  WS-CURRENT-TYPE      PIC X(01).
000930     05  WS-CURRENT-LOCAL     PIC X(06).
000940 01  WS-DECISION-LAST         PIC 9(08).

000950 01  WS-COUNTERS COMP.
000960     05  WS-DECISION-TIMES    PIC 9(05) VALUE ZERO.
000970     05  WS-GROUP-WAYS        PIC 9(05) VALUE ZERO.
000980     05  WS-GROUP-TIMES       PIC 9(05) VALUE ZERO.
000990     05  WS-DECISIONS-READ    PIC 9(05) VALUE ZERO.
001000     05  WS-DECISIONS-COVERED PIC 9(05) VALUE ZERO.
001010     05  WS-COURSES-LISTED    PIC 9(05) VALUE ZERO.
001020     05  WS-CANDIDATES        PIC 9(05) VALUE ZERO.
001030     05  WS-REVIEWS           PIC 9(05) VALUE ZERO.

001040 01  WS-EDIT-FIELDS.
001050     05  WS-COUNT-ED          PIC ZZZZ9.

001060 01  WS-VERDICT-TEXT          PIC X(40).

001070 01  WS-REPORT-LINE           PIC X(80).

001080 PROCEDURE DIVISION.

001090******************************************************************
001100* 0000-MAINLINE.
001110******************************************************************
001120 0000-MAINLINE.
001130     MOVE "ARTCAND" TO RH-PROGRAM-NAME.
001140     CALL "BIZDATE" USING RH-RUN-DATE.
001150     ACCEPT RH-RUN-TIME FROM TIME.
001160     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001170         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001180     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001190     SORT SORT-WORK
001200         ON ASCENDING KEY AS-SOURCE-INST
001210                          AS-EXT-COURSE
001220                          AS-EQUIV-TYPE
001230                          AS-LOCAL-COURSE
001240                          AS-DECISION-DATE
001250         INPUT PROCEDURE IS 1500-FEED-DECISIONS
001260             THRU 1500-FEED-DECISIONS-EXIT
001270         OUTPUT PROCEDURE IS 2000-PRINT-CANDIDATES
001280             THRU 2000-PRINT-CANDIDATES-EXIT.
001290     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001300     ACCEPT RH-RUN-TIME FROM TIME.
001310     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001320         RH-RUN-TIME.
001330     STOP RUN.

001340******************************************************************
001350* 1000-INITIALIZE - READ THE REPEAT MINIMUM AND OPEN FILES.
001360******************************************************************
001370 1000-INITIALIZE.
001380     OPEN INPUT CAND-PARM.
001390     IF WS-PARM-STATUS = "00"
001400         READ CAND-PARM
001410             AT END
001420                 CONTINUE
001430         END-READ
001440         IF WS-PARM-STATUS = "00"
001450             IF AP-MIN-TIMES IS NUMERIC
001460                     AND AP-MIN-TIMES > ZERO
001470                 MOVE AP-MIN-TIMES TO WS-MIN-TIMES
001480             END-IF
001490         END-IF
001500         CLOSE CAND-PARM
001510     END-IF.

001520     OPEN INPUT DECISION-LOG.
001530     IF WS-DECN-STATUS NOT = "00"
001540         SET WS-DECN-EOF TO TRUE
001550     END-IF.
001560     OPEN INPUT ARTIC-TABLE.
001570     IF WS-ARTIC-STATUS = "00"
001580         SET WS-ARTIC-USABLE TO TRUE
001590     END-IF.
001600     OPEN OUTPUT CAND-RPT.

001610     MOVE "ARTICULATION CANDIDATE REPORT" TO WS-REPORT-LINE.
001620     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
001630     MOVE WS-MIN-TIMES TO WS-COUNT-ED.
001640     MOVE SPACES TO WS-REPORT-LINE.
001650     STRING "CANDIDATE AFTER "  DELIMITED BY SIZE
001660            WS-COUNT-ED         DELIMITED BY SIZE
001670            " MATCHING DECISIONS   TABLE AS OF " DELIMITED BY SIZE
001680            RH-RUN-DATE         DELIMITED BY SIZE
001690         INTO WS-REPORT-LINE.
001700     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
001710     IF NOT WS-ARTIC-USABLE
001720         MOVE "  (NO ARTICULATION TABLE - EVERY DECISION LISTED)"
001730             TO WS-REPORT-LINE
001740         WRITE AC-REPORT-LINE FROM WS-REPORT-LINE
001750     END-IF.
001760 1000-INITIALIZE-EXIT.
001770     EXIT.

001780******************************************************************
001790* 1500-FEED-DECISIONS - INPUT PROCEDURE: RELEASE EVERY LOGGED
001800*                       EVALUATOR DECISION.
001810******************************************************************
001820 1500-FEED-DECISIONS.
001830     PERFORM 1510-RELEASE-ONE THRU 1510-RELEASE-ONE-EXIT
001840         UNTIL WS-DECN-EOF.
001850 1500-FEED-DECISIONS-EXIT.
001860     EXIT.

001870******************************************************************
001880* 1510-RELEASE-ONE - READ AND RELEASE ONE DECISION.
001890******************************************************************
001900 1510-RELEASE-ONE.
001910     READ DECISION-LOG
001920         AT END
001930             SET WS-DECN-EOF TO TRUE
001940             GO TO 1510-RELEASE-ONE-EXIT
001950     END-READ.
001960     IF WS-DECN-STATUS NOT = "00"
001970         SET WS-DECN-EOF TO TRUE
001980         GO TO 1510-RELEASE-ONE-EXIT
001990     END-IF.
002000     IF AD-SOURCE-INST = SPACES AND AD-EXT-COURSE = SPACES
002010         GO TO 1510-RELEASE-ONE-EXIT
002020     END-IF.
002030     ADD 1 TO WS-DECISIONS-READ.
002040     MOVE AD-SOURCE-INST TO AS-SOURCE-INST.
002050     MOVE AD-EXT-COURSE TO AS-EXT-COURSE.
002060     MOVE AD-EQUIV-TYPE TO AS-EQUIV-TYPE.
002070     MOVE AD-LOCAL-COURSE TO AS-LOCAL-COURSE.
002080     MOVE AD-DECISION-DATE TO AS-DECISION-DATE.
002090     RELEASE AS-SORT-RECORD.
002100 1510-RELEASE-ONE-EXIT.
002110     EXIT.

002120******************************************************************
002130* 2000-PRINT-CANDIDATES - OUTPUT PROCEDURE: CONTROL BREAK PER
002140*                         EXTERNAL COURSE, MINOR BREAK PER
002150*                         EQUIVALENT KEYED.
002160******************************************************************
002170 2000-PRINT-CANDIDATES.
002180     PERFORM 2100-RETURN-DECISION THRU 2100-RETURN-DECISION-EXIT.
002190     PERFORM 2200-ONE-DECISION THRU 2200-ONE-DECISION-EXIT
002200         UNTIL WS-SORT-EOF.
002210     IF NOT WS-FIRST-BREAK
002220         PERFORM 2300-EQUIVALENT-TOTAL
002230             THRU 2300-EQUIVALENT-TOTAL-EXIT
002240         PERFORM 2400-COURSE-VERDICT THRU 2400-COURSE-VERDICT-EXIT
002250     END-IF.
002260 2000-PRINT-CANDIDATES-EXIT.
002270     EXIT.

002280******************************************************************
002290* 2100-RETURN-DECISION - GET THE NEXT SORTED DECISION.
002300******************************************************************
002310 2100-RETURN-DECISION.
002320     RETURN SORT-WORK
002330         AT END
002340             SET WS-SORT-EOF TO TRUE
002350     END-RETURN.
002360 2100-RETURN-DECISION-EXIT.
002370     EXIT.

002380******************************************************************
002390* 2200-ONE-DECISION - BREAK ON A NEW EXTERNAL COURSE OR A NEW
002400*                     EQUIVALENT AND COUNT ONE DECISION.
002410******************************************************************
002420 2200-ONE-DECISION.
002430     IF AS-SOURCE-INST NOT = WS-CURRENT-INST
002440             OR AS-EXT-COURSE NOT = WS-CURRENT-COURSE
002450             OR WS-FIRST-BREAK
002460         IF NOT WS-FIRST-BREAK
002470             PERFORM 2300-EQUIVALENT-TOTAL
002480                 THRU 2300-EQUIVALENT-TOTAL-EXIT
002490             PERFORM 2400-COURSE-VERDICT
002500                 THRU 2400-COURSE-VERDICT-EXIT
002510         END-IF
002520         MOVE AS-SOURCE-INST TO WS-CURRENT-INST
002530         MOVE AS-EXT-COURSE TO WS-CURRENT-COURSE
002540         MOVE "N" TO WS-FIRST-BREAK-SWITCH
002550         MOVE ZERO TO WS-GROUP-WAYS
002560         MOVE ZERO TO WS-GROUP-TIMES
002570         PERFORM 2500-TABLE-IN-FORCE THRU 2500-TABLE-IN-FORCE-EXIT
002580         MOVE AS-EQUIV-TYPE TO WS-CURRENT-TYPE
002590         MOVE AS-LOCAL-COURSE TO WS-CURRENT-LOCAL
002600         MOVE ZERO TO WS-DECISION-TIMES
002610     END-IF.
002620     IF AS-EQUIV-TYPE NOT = WS-CURRENT-TYPE
002630             OR AS-LOCAL-COURSE NOT = WS-CURRENT-LOCAL
002640         PERFORM 2300-EQUIVALENT-TOTAL
002650             THRU 2300-EQUIVALENT-TOTAL-EXIT
002660         MOVE AS-EQUIV-TYPE TO WS-CURRENT-TYPE
002670         MOVE AS-LOCAL-COURSE TO WS-CURRENT-LOCAL
002680         MOVE ZERO TO WS-DECISION-TIMES
002690     END-IF.

002700     ADD 1 TO WS-DECISION-TIMES.
002710     MOVE AS-DECISION-DATE TO WS-DECISION-LAST.

002720     PERFORM 2100-RETURN-DECISION THRU 2100-RETURN-DECISION-EXIT.
002730 2200-ONE-DECISION-EXIT.
002740     EXIT.

002750******************************************************************
002760* 2300-EQUIVALENT-TOTAL - ONE LINE PER EQUIVALENT KEYED FOR THE
002770*                         COURSE, UNLESS THE TABLE ALREADY SAYS
002780*                         THE SAME THING.
002790******************************************************************
002800 2300-EQUIVALENT-TOTAL.
002810     IF WS-TABLE-TYPE NOT = SPACES
002820             AND WS-CURRENT-TYPE = WS-TABLE-TYPE
002830             AND WS-CURRENT-LOCAL = WS-TABLE-LOCAL
002840         ADD WS-DECISION-TIMES TO WS-DECISIONS-COVERED
002850         GO TO 2300-EQUIVALENT-TOTAL-EXIT
002860     END-IF.
002870     IF WS-GROUP-WAYS = ZERO
002880         MOVE SPACES TO WS-REPORT-LINE
002890         WRITE AC-REPORT-LINE FROM WS-REPORT-LINE
002900         MOVE SPACES TO WS-REPORT-LINE
002910         STRING WS-CURRENT-INST   DELIMITED BY SIZE
002920                "  "              DELIMITED BY SIZE
002930                WS-CURRENT-COURSE DELIMITED BY SIZE
002940             INTO WS-REPORT-LINE
002950         WRITE AC-REPORT-LINE FROM WS-REPORT-LINE
002960     END-IF.
002970     ADD 1 TO WS-GROUP-WAYS.
002980     ADD WS-DECISION-TIMES TO WS-GROUP-TIMES.
002990     MOVE WS-DECISION-TIMES TO WS-COUNT-ED.
003000     MOVE SPACES TO WS-REPORT-LINE.
003010     IF WS-CURRENT-TYPE = "E"
003020         STRING "    ELECTIVE CREDIT  TIMES " DELIMITED BY SIZE
003030                WS-COUNT-ED        DELIMITED BY SIZE
003040                "  LAST "          DELIMITED BY SIZE
003050                WS-DECISION-LAST   DELIMITED BY SIZE
003060             INTO WS-REPORT-LINE
003070     ELSE
003080         STRING "    COURSE "      DELIMITED BY SIZE
003090                WS-CURRENT-LOCAL   DELIMITED BY SIZE
003100                "    TIMES "       DELIMITED BY SIZE
003110                WS-COUNT-ED        DELIMITED BY SIZE
003120                "  LAST "          DELIMITED BY SIZE
003130                WS-DECISION-LAST   DELIMITED BY SIZE
003140             INTO WS-REPORT-LINE
003150     END-IF.
003160     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
003170 2300-EQUIVALENT-TOTAL-EXIT.
003180     EXIT.

003190******************************************************************
003200* 2400-COURSE-VERDICT - CLOSE OUT ONE EXTERNAL COURSE.
003210******************************************************************
003220 2400-COURSE-VERDICT.
003230     IF WS-GROUP-WAYS = ZERO
003240         GO TO 2400-COURSE-VERDICT-EXIT
003250     END-IF.
003260     ADD 1 TO WS-COURSES-LISTED.
003270     EVALUATE TRUE
003280         WHEN WS-TABLE-TYPE NOT = SPACES
003290             MOVE "DIFFERS FROM TABLE ROW IN FORCE - REVIEW"
003300                 TO WS-VERDICT-TEXT
003310             ADD 1 TO WS-REVIEWS
003320         WHEN WS-GROUP-WAYS > 1
003330             MOVE "EVALUATED MORE THAN ONE WAY - REVIEW"
003340                 TO WS-VERDICT-TEXT
003350             ADD 1 TO WS-REVIEWS
003360         WHEN WS-GROUP-TIMES NOT < WS-MIN-TIMES
003370             MOVE "CANDIDATE - ADD TO TABLE" TO WS-VERDICT-TEXT
003380             ADD 1 TO WS-CANDIDATES
003390         WHEN OTHER
003400             MOVE "BELOW REPEAT MINIMUM" TO WS-VERDICT-TEXT
003410     END-EVALUATE.
003420     MOVE SPACES TO WS-REPORT-LINE.
003430     STRING "  ** "          DELIMITED BY SIZE
003440            WS-VERDICT-TEXT  DELIMITED BY SIZE
003450         INTO WS-REPORT-LINE.
003460     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
003470     IF WS-TABLE-TYPE NOT = SPACES
003480         MOVE SPACES TO WS-REPORT-LINE
003490         STRING "     TABLE NOW GIVES "  DELIMITED BY SIZE
003500                WS-TABLE-TYPE            DELIMITED BY SIZE
003510                " "                      DELIMITED BY SIZE
003520                WS-TABLE-LOCAL           DELIMITED BY SIZE
003530             INTO WS-REPORT-LINE
003540         WRITE AC-REPORT-LINE FROM WS-REPORT-LINE
003550     END-IF.
003560 2400-COURSE-VERDICT-EXIT.
003570     EXIT.

003580******************************************************************
003590* 2500-TABLE-IN-FORCE - THE TABLE'S EQUIVALENT FOR THE EXTERNAL
003600*                       COURSE AS OF TODAY, SPACES IF NONE.
003610******************************************************************
003620 2500-TABLE-IN-FORCE.
003630     MOVE SPACES TO WS-TABLE-TYPE.
003640     MOVE SPACES TO WS-TABLE-LOCAL.
003650     IF NOT WS-ARTIC-USABLE
003660         GO TO 2500-TABLE-IN-FORCE-EXIT
003670     END-IF.
003680     MOVE "N" TO WS-ARTIC-EOF-SWITCH.
003690     MOVE WS-CURRENT-INST TO AR-SOURCE-INST.
003700     MOVE WS-CURRENT-COURSE TO AR-EXT-COURSE.
003710     MOVE ZERO TO AR-EFFECTIVE-FROM.
003720     START ARTIC-TABLE KEY IS NOT LESS THAN AR-ARTIC-KEY
003730         INVALID KEY
003740             SET WS-ARTIC-EOF TO TRUE
003750     END-START.
003760     PERFORM 2510-ONE-ARTIC-ROW THRU 2510-ONE-ARTIC-ROW-EXIT
003770         UNTIL WS-ARTIC-EOF.
003780 2500-TABLE-IN-FORCE-EXIT.
003790     EXIT.

003800******************************************************************
003810* 2510-ONE-ARTIC-ROW - ONE ROW FOR THE COURSE, IN EFFECTIVE-DATE
003820*                      ORDER; THE LAST ONE COVERING TODAY WINS.
003830******************************************************************
003840 2510-ONE-ARTIC-ROW.
003850     READ ARTIC-TABLE NEXT RECORD
003860         AT END
003870             SET WS-ARTIC-EOF TO TRUE
003880             GO TO 2510-ONE-ARTIC-ROW-EXIT
003890     END-READ.
003900     IF WS-ARTIC-STATUS NOT = "00"
003910             OR AR-SOURCE-INST NOT = WS-CURRENT-INST
003920             OR AR-EXT-COURSE NOT = WS-CURRENT-COURSE
003930             OR AR-EFFECTIVE-FROM > RH-RUN-DATE
003940         SET WS-ARTIC-EOF TO TRUE
003950         GO TO 2510-ONE-ARTIC-ROW-EXIT
003960     END-IF.
003970     IF AR-EFFECTIVE-TO NOT = ZERO
003980             AND AR-EFFECTIVE-TO < RH-RUN-DATE
003990         GO TO 2510-ONE-ARTIC-ROW-EXIT
004000     END-IF.
004010     MOVE AR-EQUIV-TYPE TO WS-TABLE-TYPE.
004020     MOVE AR-LOCAL-COURSE TO WS-TABLE-LOCAL.
004030 2510-ONE-ARTIC-ROW-EXIT.
004040     EXIT.

004050******************************************************************
004060* 3000-FINISH - WRITE THE RUN TOTALS AND CLOSE FILES.
004070******************************************************************
004080 3000-FINISH.
004090     MOVE SPACES TO WS-REPORT-LINE.
004100     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
004110     MOVE WS-DECISIONS-READ TO WS-COUNT-ED.
004120     MOVE SPACES TO WS-REPORT-LINE.
004130     STRING "DECISIONS READ:        " DELIMITED BY SIZE
004140            WS-COUNT-ED               DELIMITED BY SIZE
004150         INTO WS-REPORT-LINE.
004160     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
004170     MOVE WS-DECISIONS-COVERED TO WS-COUNT-ED.
004180     MOVE SPACES TO WS-REPORT-LINE.
004190     STRING "ALREADY IN THE TABLE:  " DELIMITED BY SIZE
004200            WS-COUNT-ED               DELIMITED BY SIZE
004210         INTO WS-REPORT-LINE.
004220     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
004230     MOVE WS-COURSES-LISTED TO WS-COUNT-ED.
004240     MOVE SPACES TO WS-REPORT-LINE.
004250     STRING "COURSES LISTED:        " DELIMITED BY SIZE
004260            WS-COUNT-ED               DELIMITED BY SIZE
004270         INTO WS-REPORT-LINE.
004280     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
004290     MOVE WS-CANDIDATES TO WS-COUNT-ED.
004300     MOVE SPACES TO WS-REPORT-LINE.
004310     STRING "CANDIDATES:            " DELIMITED BY SIZE
004320            WS-COUNT-ED               DELIMITED BY SIZE
004330         INTO WS-REPORT-LINE.
004340     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.
004350     MOVE WS-REVIEWS TO WS-COUNT-ED.
004360     MOVE SPACES TO WS-REPORT-LINE.
004370     STRING "FOR REVIEW:            " DELIMITED BY SIZE
004380            WS-COUNT-ED               DELIMITED BY SIZE
004390         INTO WS-REPORT-LINE.
004400     WRITE AC-REPORT-LINE FROM WS-REPORT-LINE.

004410     IF WS-DECN-STATUS = "00" OR WS-DECN-STATUS = "10"
004420         CLOSE DECISION-LOG
004430     END-IF.
004440     IF WS-ARTIC-USABLE
004450         CLOSE ARTIC-TABLE
004460     END-IF.
004470     CLOSE CAND-RPT.
004480 3000-FINISH-EXIT.
004490     EXIT.

004500 END PROGRAM ARTCAND.
