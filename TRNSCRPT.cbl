000400*   2026-09-02  RO   TRANSFER CREDIT ("TR", XFERLOAD) PRINTS IN
000410*                    ITS OWN SECTION WITH THE SOURCE
000420*                    INSTITUTION FROM XFERCRED, NEVER IN GPA.
000422*   2026-10-15  RO   QUALITY POINTS AND GPA TREATMENT COME FROM
000424*                    THE GRADE-SCALE SERVICE (GRDVALUE) FOR THE
000426*                    TERM OF EACH ATTEMPT.
000428*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000430*   2026-10-15  RO   CREDITS COME FROM THE CATALOG VERSION IN
000432*                    FORCE FOR THE TERM OF THE COUNTED ATTEMPT
000433*                    (CRSVERS).
000434*   2026-10-15  RO   THE STUDENT HEADER PRINTS THE FULL LEGAL
000435*                    NAME FROM STUDNAME (NAMEFMT), THE MASTER
000436*                    NAME ONLY WHEN NONE IS ON FILE.
000437******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.    TRNSCRPT INITIAL.
000460 AUTHOR.        R. OKONKWO.
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-MAST-STATUS.

000700     SELECT TRANSCRIPT-PARM ASSIGN TO "TRNSPARM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PARM-STATUS.
000980 FD  STUDENT-MASTER.
000990     COPY "studrec.cpy".

001020 FD  TRANSCRIPT-PARM.
001030 01  TP-PARM-RECORD.
001040     05  TP-STUDENT-ID        PIC 9(08).

001050 FD  TRANSCRIPT-RPT.
001060 01  TR-REPORT-LINE           PIC X(80).
001220 01  WS-FILE-STATUSES.
001230     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
001240     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001260     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001270     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001280     05  WS-REP-STATUS        PIC X(02) VALUE "00".
001300     05  WS-SUMM-STATUS       PIC X(02) VALUE "00".
001310     05  WS-XFER-STATUS       PIC X(02) VALUE "00".

001320 01  WS-SELECTED-STUDENT      PIC 9(08) VALUE ZERO.

001330 01  WS-COUNTERS COMP.
001340     05  WS-GRADES-LISTED     PIC 9(05) VALUE ZERO.
001350     05  WS-STUDENTS-LISTED   PIC 9(05) VALUE ZERO.
001360     05  WS-REPEAT-GROUPS     PIC 9(05) VALUE ZERO.

001370 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.

001380 01  WS-GPA-FIELDS.
001390     05  WS-QUALITY-POINTS    PIC 9(01)V99.

002090 01  WS-REPORT-LINE           PIC X(80).

002093*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
002096     COPY "grdval.cpy".

002097*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
002099     COPY "crsvers.cpy".

002101*    CALL AREA FOR THE STUDENT NAME SERVICE (NAMEFMT).
002103     COPY "namefmt.cpy".

002105 PROCEDURE DIVISION.

002110******************************************************************
002120* 0000-MAINLINE.
002500         SET WS-EOF TO TRUE
002510     END-IF.
002520     OPEN INPUT STUDENT-MASTER.
002540     OPEN OUTPUT TRANSCRIPT-RPT.
002550     OPEN OUTPUT REPEAT-RPT.
002560     OPEN INPUT HOLD-FILE.
003750******************************************************************
003760 2260-SCORE-ONE-ATTEMPT.
003770     MOVE "Y" TO WS-GRADED-SWITCH.
003780     MOVE WS-AT-GRADE (WS-ATT-SUB) TO GV-GRADE.
003790     MOVE WS-AT-TERM (WS-ATT-SUB) TO GV-TERM-CODE.
003800     CALL "GRDVALUE" USING GV-VALUE-AREA.
003810     MOVE GV-QUALITY-POINTS TO WS-QUALITY-POINTS.
003820     IF NOT GV-COUNTS-IN-GPA
003830         MOVE "N" TO WS-GRADED-SWITCH
003840     END-IF.
003930     MOVE WS-QUALITY-POINTS TO WS-AT-POINTS (WS-ATT-SUB).
003940     MOVE WS-GRADED-SWITCH TO WS-AT-COUNTS (WS-ATT-SUB).
003950     IF WS-GRADE-COUNTS
005120         INVALID KEY
005130             CONTINUE
005140     END-READ.
005141*    A TRANSCRIPT IS AN OFFICIAL DOCUMENT - THE LEGAL NAME.
005142     MOVE GR-STUDENT-ID TO NV-STUDENT-ID.
005143     SET NV-LEGAL-FORM TO TRUE.
005144     CALL "NAMEFMT" USING NV-NAME-AREA.
005145     IF NV-NAME-NOT-FOUND
005146         MOVE SM-STUDENT-NAME TO NV-FORMATTED-NAME
005147     END-IF.
005150     MOVE SPACES TO WS-REPORT-LINE.
005160     IF WS-MAST-STATUS = "00"
005170         STRING "STUDENT "       DELIMITED BY SIZE
005180                WS-CURRENT-STUDENT DELIMITED BY SIZE
005190                "  "             DELIMITED BY SIZE
005200                NV-FORMATTED-NAME DELIMITED BY "  "
005210                "  STATUS "      DELIMITED BY SIZE
005220                SM-ENROLLMENT-STATUS DELIMITED BY SIZE
005230             INTO WS-REPORT-LINE

005870******************************************************************
005880* 2450-RESOLVE-CREDITS - CATALOG CREDIT HOURS FOR THE GROUP'S
005890*                        COURSE IN THE COUNTED ATTEMPT'S TERM,
005895*                        3 WHEN THE CATALOG HAS NONE.
005900******************************************************************
005910 2450-RESOLVE-CREDITS.
005920     MOVE WS-GROUP-COURSE TO CQ-COURSE-CODE.
005930     MOVE WS-AT-TERM (WS-BEST-SUB) TO CQ-TERM-CODE.
005940     CALL "CRSVERS" USING CQ-VERSION-AREA.
005950     IF CQ-COURSE-FOUND
005960             AND CQ-CREDIT-HOURS IS NUMERIC
005970             AND CQ-CREDIT-HOURS > ZERO
005980         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
005990     ELSE
006000         MOVE 3 TO WS-CREDIT-HOURS
006010     END-IF.
006040 2450-RESOLVE-CREDITS-EXIT.
006050     EXIT.


007960     CLOSE GRADE-MASTER.
007970     CLOSE STUDENT-MASTER.
007990     CLOSE TRANSCRIPT-RPT.
008000     CLOSE REPEAT-RPT.
008010     CLOSE HOLD-FILE.
008020     CLOSE TERM-SUMMARY.
008030     CLOSE TRANSFER-CREDITS.
008033     SET NV-FINISH TO TRUE.
008036     CALL "NAMEFMT" USING NV-NAME-AREA.
008040 3000-FINISH-EXIT.
008050     EXIT.

