000080*   TRANSFER-CREDIT LOAD.  READS THE XFERTRAN FILE OF ACCEPTED
000090*   EXTERNAL COURSES FROM EVALUATED TRANSCRIPTS AND, PER
000100*   TRANSACTION, POSTS A "TR" ENTRY TO THE GRADE MASTER UNDER
000110*   THE MAPPED CATALOG COURSE WITH TERM "TRNSF", PLUS A
000130*   RECORD ON XFERCRED CARRYING THE SOURCE INSTITUTION AND
000140*   EXTERNAL COURSE.  PER POLICY THE "TR" GRADE NEVER ENTERS A
000150*   GPA, BUT COUNTS TOWARD EARNED CREDITS (TERMSUMM), SATISFIES
000160*   PREREQUISITES (ENRLBAT), AND COMPLETES REQUIREMENTS
000162*   (DEGAUDIT).  THE MAPPING COMES FROM THE ARTICULATION TABLE
000164*   (ARTICTBL) ROW IN FORCE ON THE DATE THE COURSE WAS
000166*   COMPLETED; WITH NO ROW, FROM THE EVALUATOR'S KEYED COURSE
000168*   OR ELECTIVE SWITCH (ELECTIVE CREDIT TAKES THE FIRST FREE
000170*   "ELECT1"-"ELECT9" SLOT), EACH SUCH DECISION BEING LOGGED TO
000172*   ARTDECN FOR ARTCAND.  WITH NEITHER, THE TRANSACTION GOES TO
000174*   THE EVALUATOR WORKLIST (XFERWORK) UNPOSTED.
000176*   REJECTS, WITH A REASON ON THE LOAD REPORT:
000180*     NF = STUDENT NOT ON MASTER   NC = MAPPED COURSE NOT ON FILE
000190*     DP = ALREADY POSTED (OR ALL NINE ELECTIVE SLOTS TAKEN)
000200*     IV = BAD CREDIT HOURS
000250*   2026-09-02  RO   BLANK-COURSE TRANSFERS NOW TAKE THE FIRST
000260*                    FREE ELECT1-ELECT9 SLOT, SO A STUDENT'S
000270*                    GENERIC ELECTIVES ALL POST.
000272*   2026-10-15  RO   EXTERNAL COURSES MAPPED THROUGH THE
000274*                    ARTICULATION TABLE (ARTICTBL); UNMAPPED,
000276*                    UNKEYED ONES TO THE XFERWORK WORKLIST;
000278*                    EVALUATOR DECISIONS LOGGED TO ARTDECN.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    XFERLOAD.
000610         RECORD KEY IS XF-TRANSFER-KEY
000620         FILE STATUS IS WS-XFER-STATUS.

000621     SELECT ARTIC-TABLE ASSIGN TO "ARTICTBL"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000624         RECORD KEY IS AR-ARTIC-KEY
000625         FILE STATUS IS WS-ARTIC-STATUS.

000626     SELECT EVAL-WORKLIST ASSIGN TO "XFERWORK"
000627         ORGANIZATION IS LINE SEQUENTIAL
000628         FILE STATUS IS WS-WORK-STATUS.

000629     SELECT DECISION-LOG ASSIGN TO "ARTDECN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000631         FILE STATUS IS WS-DECN-STATUS.

000632     SELECT LOAD-RPT ASSIGN TO "XFERRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.

000760 FD  TRANSFER-CREDITS.
000770     COPY "xferrec.cpy".

000772 FD  ARTIC-TABLE.
000774     COPY "artic.cpy".

000776 FD  EVAL-WORKLIST.
000778 01  XW-WORK-RECORD           PIC X(55).

000780 FD  DECISION-LOG.
000782     COPY "artdecn.cpy".

000784 FD  LOAD-RPT.
000790 01  XL-REPORT-LINE           PIC X(80).

000800 WORKING-STORAGE SECTION.

000820 01  WS-SWITCHES.
000830     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000833         88  WS-EOF           VALUE "Y".
000836     05  WS-ARTIC-SWITCH      PIC X(01) VALUE "N".
000839         88  WS-ARTIC-USABLE  VALUE "Y".
000842     05  WS-ARTIC-EOF-SWITCH  PIC X(01) VALUE "N".
000845         88  WS-ARTIC-EOF     VALUE "Y".

000850 01  WS-FILE-STATUSES.
000860     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
000880     05  WS-CRS-STATUS        PIC X(02) VALUE "00".
000890     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
000900     05  WS-XFER-STATUS       PIC X(02) VALUE "00".
000904     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000908     05  WS-ARTIC-STATUS      PIC X(02) VALUE "00".
000912     05  WS-WORK-STATUS       PIC X(02) VALUE "00".
000916     05  WS-DECN-STATUS       PIC X(02) VALUE "00".

000920 01  WS-COUNTERS COMP.
000930     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000940     05  WS-CREDITS-POSTED    PIC 9(05) VALUE ZERO.
000945     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
000950     05  WS-TABLE-MAPPED      PIC 9(05) VALUE ZERO.
000955     05  WS-TO-WORKLIST       PIC 9(05) VALUE ZERO.

000960 01  WS-REJECT-REASON         PIC X(02).

000961 01  WS-MAPPED-COURSE         PIC X(06).

000962*    WHERE THE TRANSACTION'S EQUIVALENT CAME FROM, AND WHAT IT IS.
000963 01  WS-MAP-SOURCE            PIC X(01).
000964     88  WS-FROM-TABLE        VALUE "T".
000965     88  WS-FROM-EVALUATOR    VALUE "E".
000966     88  WS-FOR-WORKLIST      VALUE "W".
000967 01  WS-MAP-TYPE              PIC X(01).
000968     88  WS-MAP-COURSE        VALUE "C".
000969     88  WS-MAP-ELECTIVE      VALUE "E".
000970 01  WS-MAP-LOCAL-COURSE      PIC X(06).
000971 01  WS-COURSE-DATE           PIC 9(08).
000972 01  WS-POST-NOTE             PIC X(09).

000980*    GENERIC-ELECTIVE SLOT CODE UNDER CONSTRUCTION.
000990 01  WS-ELECT-CODE.
001580         OPEN OUTPUT TRANSFER-CREDITS
001590         CLOSE TRANSFER-CREDITS
001600         OPEN I-O TRANSFER-CREDITS
001601     END-IF.
001602     OPEN INPUT ARTIC-TABLE.
001603     IF WS-ARTIC-STATUS = "00"
001604         SET WS-ARTIC-USABLE TO TRUE
001605     ELSE
001606         MOVE "  (NO ARTICULATION TABLE - EVALUATOR MAPPING ONLY)"
001607             TO WS-REPORT-LINE
001608         WRITE XL-REPORT-LINE FROM WS-REPORT-LINE
001609     END-IF.
001610     OPEN OUTPUT EVAL-WORKLIST.
001611     OPEN EXTEND DECISION-LOG.
001612     IF WS-DECN-STATUS = "05" OR WS-DECN-STATUS = "35"
001613         OPEN OUTPUT DECISION-LOG
001614     END-IF.
001615     PERFORM 2100-READ-TRANSACTION
001630         THRU 2100-READ-TRANSACTION-EXIT.
001640 1000-INITIALIZE-EXIT.
001650     EXIT.
001800         GO TO 2000-REPORT-LINE
001810     END-IF.

001812     PERFORM 2400-FIND-EQUIVALENT THRU 2400-FIND-EQUIVALENT-EXIT.
001814     IF WS-FOR-WORKLIST
001816         WRITE XW-WORK-RECORD FROM XT-TRANSFER-TRANSACTION
001818         ADD 1 TO WS-TO-WORKLIST
001820         GO TO 2000-REPORT-LINE
001822     END-IF.

001824     IF WS-MAP-ELECTIVE
001830*        EACH GENERIC ELECTIVE GETS ITS OWN SLOT, SO TWO OR
001840*        MORE OF THEM CAN ALL POST FOR THE SAME STUDENT.
001850         PERFORM 2200-PICK-ELECTIVE-SLOT
001880             GO TO 2000-REPORT-LINE
001890         END-IF
001900     ELSE
001910         MOVE WS-MAP-LOCAL-COURSE TO WS-MAPPED-COURSE
001920         MOVE WS-MAPPED-COURSE TO CM-COURSE-CODE
001930         READ COURSE-MASTER
001940             INVALID KEY
002360         INVALID KEY
002370             REWRITE XF-TRANSFER-RECORD
002380     END-WRITE.
002382     ADD 1 TO WS-CREDITS-POSTED.
002384     IF WS-FROM-TABLE
002386         ADD 1 TO WS-TABLE-MAPPED
002388     ELSE
002390         MOVE XT-SOURCE-INST TO AD-SOURCE-INST
002392         MOVE XT-EXT-COURSE TO AD-EXT-COURSE
002394         MOVE WS-MAP-TYPE TO AD-EQUIV-TYPE
002396         MOVE WS-MAP-LOCAL-COURSE TO AD-LOCAL-COURSE
002398         MOVE XT-STUDENT-ID TO AD-STUDENT-ID
002400         MOVE XT-CREDIT-HOURS TO AD-CREDIT-HOURS
002402         MOVE RH-RUN-DATE TO AD-DECISION-DATE
002404         WRITE AD-DECISION-RECORD
002406     END-IF.

002408 2000-REPORT-LINE.
002410     MOVE SPACES TO WS-REPORT-LINE.
002420     IF WS-REJECT-REASON = SPACES
002424         IF WS-FOR-WORKLIST
002428             STRING "  "             DELIMITED BY SIZE
002432                    XT-STUDENT-ID    DELIMITED BY SIZE
002436                    "  "             DELIMITED BY SIZE
002440                    XT-EXT-COURSE    DELIMITED BY SIZE
002444                    "  TO WORKLIST - " DELIMITED BY SIZE
002448                    XT-SOURCE-INST   DELIMITED BY SIZE
002452                 INTO WS-REPORT-LINE
002456         ELSE
002460             STRING "  "             DELIMITED BY SIZE
002464                    XT-STUDENT-ID    DELIMITED BY SIZE
002468                    "  "             DELIMITED BY SIZE
002472                    WS-MAPPED-COURSE DELIMITED BY SIZE
002476                    "  POSTED FROM " DELIMITED BY SIZE
002480                    XT-SOURCE-INST   DELIMITED BY SIZE
002484                    WS-POST-NOTE     DELIMITED BY SIZE
002488                 INTO WS-REPORT-LINE
002492         END-IF
002500     ELSE
002510         ADD 1 TO WS-RECORDS-REJECTED
002520         STRING "  "             DELIMITED BY SIZE
003320     END-READ.
003330     IF GR-CURRENT AND GR-GRADE = "TR"
003340         SET WS-ALREADY-POSTED TO TRUE
003341         SET WS-SEQ-SCAN-DONE TO TRUE
003342     END-IF.
003343 2310-SCAN-ONE-SEQ-EXIT.
003344     EXIT.

003345******************************************************************
003346* 2400-FIND-EQUIVALENT - THE ARTICULATION ROW IN FORCE ON THE
003347*                        DATE THE COURSE WAS COMPLETED, ELSE THE
003348*                        EVALUATOR'S KEYED COURSE OR ELECTIVE
003349*                        SWITCH, ELSE THE WORKLIST.
003350******************************************************************
003351 2400-FIND-EQUIVALENT.
003352     MOVE SPACES TO WS-MAP-TYPE.
003353     MOVE SPACES TO WS-MAP-LOCAL-COURSE.
003354     MOVE SPACES TO WS-POST-NOTE.
003355     IF XT-COMPLETED-DATE IS NUMERIC AND XT-COMPLETED-DATE > ZERO
003356         MOVE XT-COMPLETED-DATE TO WS-COURSE-DATE
003357     ELSE
003358         MOVE RH-RUN-DATE TO WS-COURSE-DATE
003359     END-IF.

003360     IF WS-ARTIC-USABLE AND XT-EXT-COURSE NOT = SPACES
003361         MOVE "N" TO WS-ARTIC-EOF-SWITCH
003362         MOVE XT-SOURCE-INST TO AR-SOURCE-INST
003363         MOVE XT-EXT-COURSE TO AR-EXT-COURSE
003364         MOVE ZERO TO AR-EFFECTIVE-FROM
003365         START ARTIC-TABLE KEY IS NOT LESS THAN AR-ARTIC-KEY
003366             INVALID KEY
003367                 SET WS-ARTIC-EOF TO TRUE
003368         END-START
003369         PERFORM 2410-ONE-ARTIC-ROW THRU 2410-ONE-ARTIC-ROW-EXIT
003370             UNTIL WS-ARTIC-EOF
003371     END-IF.
003372     IF WS-MAP-TYPE NOT = SPACES
003373         SET WS-FROM-TABLE TO TRUE
003374         MOVE " BY TABLE" TO WS-POST-NOTE
003375         GO TO 2400-FIND-EQUIVALENT-EXIT
003376     END-IF.

003377     SET WS-FROM-EVALUATOR TO TRUE.
003378     IF XT-COURSE-CODE NOT = SPACES
003379         SET WS-MAP-COURSE TO TRUE
003380         MOVE XT-COURSE-CODE TO WS-MAP-LOCAL-COURSE
003381     ELSE
003382         IF XT-EVAL-ELECTIVE
003383             SET WS-MAP-ELECTIVE TO TRUE
003384         ELSE
003385             SET WS-FOR-WORKLIST TO TRUE
003386         END-IF
003387     END-IF.
003388 2400-FIND-EQUIVALENT-EXIT.
003389     EXIT.

003390******************************************************************
003391* 2410-ONE-ARTIC-ROW - ONE ROW FOR THE INSTITUTION AND EXTERNAL
003392*                      COURSE.  ROWS COME IN EFFECTIVE-DATE ORDER,
003393*                      SO THE LAST ONE COVERING THE DATE WINS.
003394******************************************************************
003395 2410-ONE-ARTIC-ROW.
003396     READ ARTIC-TABLE NEXT RECORD
003397         AT END
003398             SET WS-ARTIC-EOF TO TRUE
003399             GO TO 2410-ONE-ARTIC-ROW-EXIT
003400     END-READ.
003401     IF WS-ARTIC-STATUS NOT = "00"
003402             OR AR-SOURCE-INST NOT = XT-SOURCE-INST
003403             OR AR-EXT-COURSE NOT = XT-EXT-COURSE
003404             OR AR-EFFECTIVE-FROM > WS-COURSE-DATE
003405         SET WS-ARTIC-EOF TO TRUE
003406         GO TO 2410-ONE-ARTIC-ROW-EXIT
003407     END-IF.
003408     IF AR-EFFECTIVE-TO NOT = ZERO
003409             AND AR-EFFECTIVE-TO < WS-COURSE-DATE
003410         GO TO 2410-ONE-ARTIC-ROW-EXIT
003411     END-IF.
003412     MOVE AR-EQUIV-TYPE TO WS-MAP-TYPE.
003413     MOVE AR-LOCAL-COURSE TO WS-MAP-LOCAL-COURSE.
003414 2410-ONE-ARTIC-ROW-EXIT.
003415     EXIT.

003416******************************************************************
003417* 3000-FINISH - WRITE THE RUN TOTALS AND CLOSE FILES.
003418******************************************************************
003419 3000-FINISH.
003430     MOVE SPACES TO WS-REPORT-LINE.
003440     WRITE XL-REPORT-LINE FROM WS-REPORT-LINE.
003450     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
003590     STRING "REJECTED:          " DELIMITED BY SIZE
003600            WS-COUNT-ED           DELIMITED BY SIZE
003610         INTO WS-REPORT-LINE.
003612     WRITE XL-REPORT-LINE FROM WS-REPORT-LINE.
003614     MOVE WS-TABLE-MAPPED TO WS-COUNT-ED.
003616     MOVE SPACES TO WS-REPORT-LINE.
003618     STRING "MAPPED BY TABLE:   " DELIMITED BY SIZE
003620            WS-COUNT-ED           DELIMITED BY SIZE
003622         INTO WS-REPORT-LINE.
003624     WRITE XL-REPORT-LINE FROM WS-REPORT-LINE.
003626     MOVE WS-TO-WORKLIST TO WS-COUNT-ED.
003628     MOVE SPACES TO WS-REPORT-LINE.
003630     STRING "TO WORKLIST:       " DELIMITED BY SIZE
003632            WS-COUNT-ED           DELIMITED BY SIZE
003634         INTO WS-REPORT-LINE.
003636     WRITE XL-REPORT-LINE FROM WS-REPORT-LINE.

003638     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003640         CLOSE TRANSFER-TRANSACTIONS
003650         CLOSE STUDENT-MASTER
003660         CLOSE COURSE-MASTER
003670         CLOSE GRADE-MASTER
003680         CLOSE TRANSFER-CREDITS
003681         IF WS-ARTIC-USABLE
003682             CLOSE ARTIC-TABLE
003683         END-IF
003684         CLOSE EVAL-WORKLIST
003685         CLOSE DECISION-LOG
003690     END-IF.
003700     CLOSE LOAD-RPT.
003710     IF WS-RECORDS-REJECTED > ZERO AND RETURN-CODE = ZERO
