000150*   MISSING COURSES COUNT AS 3, AS TRNSCRPT DOES).  THE DEGAPARM
000160*   PARAMETER RECORD SELECTS ONE STUDENT BY ID, OR A WHOLE MAJOR
000170*   IN BATCH WHEN THE ID IS ZERO, FOR THE ADVISING-WEEK RUN.
000172*   BESIDES THE PRIMARY MAJOR, EVERY ACTIVE SECOND MAJOR, MINOR,
000174*   AND CONCENTRATION ON THE PROGRAM-OF-STUDY FILE (PROGSTDY) IS
000176*   AUDITED IN TURN; A BATCH RUN PICKS UP STUDENTS WHO CARRY THE
000178*   SELECTED CODE AS ANY OF THEIR PROGRAMS.  EACH PROGRAM IS
000180*   AUDITED AGAINST THE REQUIREMENT SET OF THE STUDENT'S CATALOG
000181*   YEAR, AS PICKED BY THE REQUIREMENT-SET SERVICE (REQVERS); A
000182*   SET LOADED WITHOUT A YEAR PRINTS AS THE BASE SET.  THE
000183*   STUDENT'S ACTIVE PASS/FAIL ELECTIONS (PFELECT) ARE LISTED
000184*   AFTER THE PROGRAMS, WITH THE P OR NP POSTED AND THE LETTER
000185*   BEHIND IT, AND THE PASS/FAIL CREDIT TOTAL.
000186*   AN OUTSTANDING COURSE THE STUDENT WAS REGISTERED FOR IN A
000187*   TERM SINCE MOVED TO THE REGISTRATION HISTORY (ENRLHIST,
000188*   TERMARCH) NAMES THAT TERM.
000189*   EACH PROGRAM'S TOTALS END WITH ITS PERCENT COMPLETE - THE
000190*   COMPLETED CREDITS AS A SHARE OF ALL ITS REQUIREMENT
000191*   CREDITS, WHOLE PERCENT, FRACTIONS DROPPED - THE FIGURE THE
000192*   ATHLETIC CERTIFICATION (ATHLCERT) HOLDS ATHLETES TO.
000193*-----------------------------------------------------------------
000194* MODIFICATION HISTORY.
000200*   2026-09-02  RO   ORIGINAL PROGRAM.
000202*   2026-09-02  RO   POSTED TRANSFER CREDIT ("TR", XFERLOAD)
000204*                    COUNTS AS A COMPLETED REQUIREMENT.
000205*   2026-10-15  RO   WHETHER A GRADE PASSES FOR A REQUIREMENT
000206*                    COMES FROM THE GRADE-SCALE SERVICE
000207*                    (GRDVALUE), NOT A LOCAL GRADE LIST.
000209*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000211*   2026-10-15  RO   CREDITS COME FROM THE CATALOG VERSION IN
000213*                    FORCE FOR THE TERM THE REQUIREMENT WAS MET OR
000214*                    IS BEING TAKEN (CRSVERS).
000215*   2026-10-15  RO   EVERY ACTIVE PROGRAM OF STUDY (PROGSTDY) IS
000216*                    AUDITED, NOT ONLY THE PRIMARY MAJOR.
000218*   2026-10-15  RO   REQUIREMENTS ARE THOSE OF THE STUDENT'S
000220*                    CATALOG YEAR (REQVERS).
000222*   2026-10-15  RO   ACTIVE PASS/FAIL ELECTIONS (PFELECT) LISTED
000223*                    UNDER EACH STUDENT AUDITED.
000224*   2026-10-15  RO   AN OUTSTANDING COURSE REGISTERED FOR IN AN
000225*                    ARCHIVED TERM (ENRLHIST) NAMES THAT TERM.
000226*   2026-10-15  RO   PERCENT COMPLETE PRINTED UNDER EACH
000227*                    PROGRAM'S CREDIT TOTALS.
000228*   2026-10-15  RO   A MAJOR THAT SUCCEEDED A RETIRED ONE IS
000229*                    AUDITED AGAINST THE RETIRED MAJOR'S SET
000230*                    WHEN REQVERS PICKS IT; THE LINE SAYS SO.
000231******************************************************************
000232 IDENTIFICATION DIVISION.
000233 PROGRAM-ID.    DEGAUDIT.
000240 AUTHOR.        R. OKONKWO.
000250 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000260 DATE-WRITTEN.  2026-09-02.
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-ENRL-STATUS.

000571*    REGISTRATIONS OF TERMS TERMARCH HAS MOVED TO HISTORY.
000572     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS DYNAMIC
000575         RECORD KEY IS EH-HISTORY-KEY
000576         FILE STATUS IS WS-EHIST-STATUS.

000580     SELECT PROGRAM-FILE ASSIGN TO "PROGSTDY"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PO-PROGRAM-KEY
000620         FILE STATUS IS WS-STUDY-STATUS.

000621     SELECT ELECTION-FILE ASSIGN TO "PFELECT"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000624         RECORD KEY IS EF-ELECTION-KEY
000625         FILE STATUS IS WS-ELECT-STATUS.

000630     SELECT AUDIT-RPT ASSIGN TO "DEGAUDRP"
000640         ORGANIZATION IS LINE SEQUENTIAL
000670 FILE SECTION.
000680 FD  AUDIT-PARM.
000690 01  DP-PARM-RECORD.
000700     05  DP-STUDENT-ID        PIC 9(08).
000710     05  DP-MAJOR-CODE        PIC X(04).

000720 FD  STUDENT-MASTER.
000780 FD  ENROLLMENT-MASTER.
000790     COPY "enrlrec.cpy".

000793 FD  ENROLLMENT-HISTORY.
000796     COPY "enrlhist.cpy".

000800 FD  PROGRAM-FILE.
000810     COPY "progstdy.cpy".

000813 FD  ELECTION-FILE.
000816     COPY "pfelect.cpy".

000820 FD  AUDIT-RPT.
000830 01  DA-REPORT-LINE           PIC X(80).
000880         88  WS-EOF           VALUE "Y".
000890     05  WS-REQ-EOF-SWITCH    PIC X(01) VALUE "N".
000900         88  WS-REQ-EOF       VALUE "Y".
000901     05  WS-STUDY-EOF-SWITCH  PIC X(01) VALUE "N".
000902         88  WS-STUDY-EOF     VALUE "Y".
000903     05  WS-STUDY-USABLE-SW   PIC X(01) VALUE "N".
000904         88  WS-STUDY-USABLE  VALUE "Y".
000905     05  WS-HEADER-SWITCH     PIC X(01) VALUE "N".
000907         88  WS-HEADER-WRITTEN VALUE "Y".
000909     05  WS-ELECT-EOF-SWITCH  PIC X(01) VALUE "N".
000911         88  WS-ELECT-EOF     VALUE "Y".
000913     05  WS-ELECT-USABLE-SW   PIC X(01) VALUE "N".
000914         88  WS-ELECT-USABLE  VALUE "Y".
000915     05  WS-EHIST-USABLE-SW   PIC X(01) VALUE "N".
000916         88  WS-EHIST-USABLE  VALUE "Y".
000917     05  WS-EHIST-EOF-SWITCH  PIC X(01) VALUE "N".
000918         88  WS-EHIST-EOF     VALUE "Y".

000919 01  WS-FILE-STATUSES.
000920     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000930     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000940     05  WS-REQ-STATUS        PIC X(02) VALUE "00".
000950     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
000960     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
000970     05  WS-STUDY-STATUS      PIC X(02) VALUE "00".
000975     05  WS-ELECT-STATUS      PIC X(02) VALUE "00".
000977     05  WS-EHIST-STATUS      PIC X(02) VALUE "00".
000980     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000990 01  WS-SELECTION.
001000     05  WS-SELECTED-STUDENT  PIC 9(08) VALUE ZERO.
001010     05  WS-SELECTED-MAJOR    PIC X(04) VALUE SPACES.

001020 01  WS-COUNTERS COMP.
001030     05  WS-STUDENTS-AUDITED  PIC 9(05) VALUE ZERO.
001040     05  WS-REQS-WALKED       PIC 9(05) VALUE ZERO.
001043     05  WS-PROGRAMS-AUDITED  PIC 9(05) VALUE ZERO.
001046     05  WS-REQS-BEFORE       PIC 9(05) VALUE ZERO.

001050*    PER-PROGRAM CLASSIFICATION TOTALS, IN CREDIT HOURS.
001060 01  WS-AUDIT-TOTALS.
001070     05  WS-DONE-CREDITS      PIC 9(04).
001080     05  WS-PROG-CREDITS      PIC 9(04).
001090     05  WS-OUT-CREDITS       PIC 9(04).
001093     05  WS-PF-CREDITS        PIC 9(04).
001096     05  WS-PF-LISTED         PIC 9(03).
001097     05  WS-REQ-CREDITS       PIC 9(04).
001098     05  WS-PERCENT-DONE      PIC 9(03).
001100 01  WS-CREDIT-HOURS          PIC 9(02).
001110 01  WS-COURSE-STATE          PIC X(01).
001120     88  WS-STATE-COMPLETED   VALUE "C".
001190     05  WS-PROBE-MET-SWITCH  PIC X(01).
001200         88  WS-PROBE-MET     VALUE "Y".
001210     05  WS-PROBE-SEQ         PIC 9(02).
001220     05  WS-PROBE-TERM        PIC X(05).
001230     05  WS-PROBE-HIST-TERM   PIC X(05).

001250 01  WS-AUDIT-STUDENT         PIC 9(08).
001260 01  WS-AUDIT-MAJOR           PIC X(04).
001265 01  WS-AUDIT-LABEL           PIC X(13).
001270 01  WS-REQ-COURSE            PIC X(06).

001280 01  WS-EDIT-FIELDS.
001290     05  WS-CREDITS-ED        PIC ZZZ9.
001300     05  WS-COUNT-ED          PIC ZZZZ9.
001302     05  WS-PERCENT-ED        PIC ZZ9.
001305     05  WS-YEAR-TEXT         PIC X(04).

001310 01  WS-REPORT-LINE           PIC X(80).
001311 01  WS-LINE-POINTER          PIC 9(03).

001313*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
001316     COPY "grdval.cpy".

001317*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
001319     COPY "crsvers.cpy".

001321*    CALL AREA FOR THE REQUIREMENT-SET SERVICE (REQVERS).
001323     COPY "reqvers.cpy".

001325 PROCEDURE DIVISION.

001330******************************************************************
001340* 0000-MAINLINE.
001890     OPEN INPUT REQUIREMENTS-FILE.
001900     OPEN INPUT GRADE-MASTER.
001910     OPEN INPUT ENROLLMENT-MASTER.
001914     OPEN INPUT PROGRAM-FILE.
001918     IF WS-STUDY-STATUS = "00"
001922         SET WS-STUDY-USABLE TO TRUE
001924     END-IF.
001926     OPEN INPUT ELECTION-FILE.
001928     IF WS-ELECT-STATUS = "00"
001930         SET WS-ELECT-USABLE TO TRUE
001931     END-IF.
001932     OPEN INPUT ENROLLMENT-HISTORY.
001933     IF WS-EHIST-STATUS = "00"
001934         SET WS-EHIST-USABLE TO TRUE
001935     END-IF.
001936     IF WS-REQ-STATUS NOT = "00"
001940         MOVE "  (REQUIREMENTS FILE NOT AVAILABLE)"
001950             TO WS-REPORT-LINE
001960         WRITE DA-REPORT-LINE FROM WS-REPORT-LINE
002160     EXIT.

002170******************************************************************
002177* 1510-AUDIT-NEXT-STUDENT - READ ONE MASTER RECORD AND AUDIT
002184*                           WHICHEVER OF THE STUDENT'S PROGRAMS
002191*                           CARRY THE SELECTED CODE.
002200******************************************************************
002210 1510-AUDIT-NEXT-STUDENT.
002220     READ STUDENT-MASTER NEXT RECORD
002280         SET WS-EOF TO TRUE
002290         GO TO 1510-AUDIT-NEXT-STUDENT-EXIT
002300     END-IF.
002310     PERFORM 2200-AUDIT-STUDENT-BODY
002320         THRU 2200-AUDIT-STUDENT-BODY-EXIT.
002350 1510-AUDIT-NEXT-STUDENT-EXIT.
002360     EXIT.

002600     EXIT.

002610******************************************************************
002616* 2200-AUDIT-STUDENT-BODY - AUDIT THE STUDENT'S PRIMARY MAJOR,
002622*                           THEN EACH ACTIVE PROGRAM ON PROGSTDY.
002628*                           IN BATCH ONLY PROGRAMS CARRYING THE
002634*                           SELECTED CODE ARE AUDITED.  THE SM
002635*                           RECORD IS ALREADY IN HAND.
002636******************************************************************
002637 2200-AUDIT-STUDENT-BODY.
002638     MOVE SM-STUDENT-ID TO WS-AUDIT-STUDENT.
002639     MOVE "N" TO WS-HEADER-SWITCH.
002640     IF WS-SELECTED-STUDENT NOT = ZERO
002641             OR SM-MAJOR-CODE = WS-SELECTED-MAJOR
002642         MOVE SM-MAJOR-CODE TO WS-AUDIT-MAJOR
002643         MOVE "MAJOR" TO WS-AUDIT-LABEL
002644         PERFORM 2250-AUDIT-PROGRAM THRU 2250-AUDIT-PROGRAM-EXIT
002645     END-IF.
002646     IF NOT WS-STUDY-USABLE
002647         GO TO 2200-LIST-ELECTIONS
002648     END-IF.

002649     MOVE "N" TO WS-STUDY-EOF-SWITCH.
002650     MOVE WS-AUDIT-STUDENT TO PO-STUDENT-ID.
002651     MOVE ZERO TO PO-SEQUENCE.
002652     START PROGRAM-FILE KEY IS NOT LESS THAN PO-PROGRAM-KEY
002653         INVALID KEY
002654             SET WS-STUDY-EOF TO TRUE
002655     END-START.
002656     PERFORM 2210-NEXT-PROGRAM THRU 2210-NEXT-PROGRAM-EXIT
002657         UNTIL WS-STUDY-EOF.

002658 2200-LIST-ELECTIONS.
002659     IF WS-HEADER-WRITTEN AND WS-ELECT-USABLE
002660         PERFORM 2600-LIST-PASS-FAIL THRU 2600-LIST-PASS-FAIL-EXIT
002661     END-IF.
002662 2200-AUDIT-STUDENT-BODY-EXIT.
002663     EXIT.

002664******************************************************************
002665* 2210-NEXT-PROGRAM - READ THE STUDENT'S NEXT PROGRAM-OF-STUDY
002666*                     RECORD AND AUDIT IT WHEN ACTIVE.
002667******************************************************************
002668 2210-NEXT-PROGRAM.
002669     READ PROGRAM-FILE NEXT RECORD
002670         AT END
002671             SET WS-STUDY-EOF TO TRUE
002672             GO TO 2210-NEXT-PROGRAM-EXIT
002673     END-READ.
002674     IF WS-STUDY-STATUS NOT = "00"
002675             OR PO-STUDENT-ID NOT = WS-AUDIT-STUDENT
002676         SET WS-STUDY-EOF TO TRUE
002677         GO TO 2210-NEXT-PROGRAM-EXIT
002678     END-IF.
002679     IF NOT PO-ACTIVE
002680         GO TO 2210-NEXT-PROGRAM-EXIT
002681     END-IF.
002682     IF WS-SELECTED-STUDENT = ZERO
002683             AND PO-PROGRAM-CODE NOT = WS-SELECTED-MAJOR
002684         GO TO 2210-NEXT-PROGRAM-EXIT
002686     END-IF.
002687     MOVE PO-PROGRAM-CODE TO WS-AUDIT-MAJOR.
002688     EVALUATE TRUE
002689         WHEN PO-TYPE-MAJOR
002690             MOVE "2ND MAJOR" TO WS-AUDIT-LABEL
002691         WHEN PO-TYPE-MINOR
002692             MOVE "MINOR" TO WS-AUDIT-LABEL
002693         WHEN OTHER
002694             MOVE "CONCENTRATION" TO WS-AUDIT-LABEL
002695     END-EVALUATE.
002696     PERFORM 2250-AUDIT-PROGRAM THRU 2250-AUDIT-PROGRAM-EXIT.
002697 2210-NEXT-PROGRAM-EXIT.
002698     EXIT.

002699******************************************************************
002700* 2250-AUDIT-PROGRAM - WALK THE REQUIREMENTS OF ONE PROGRAM
002701*                      (WS-AUDIT-MAJOR) AND PRINT ITS AUDIT UNDER
002702*                      THE STUDENT HEADING.
002703******************************************************************
002704 2250-AUDIT-PROGRAM.
002705     IF NOT WS-HEADER-WRITTEN
002706         SET WS-HEADER-WRITTEN TO TRUE
002707         ADD 1 TO WS-STUDENTS-AUDITED
002708         MOVE SPACES TO WS-REPORT-LINE
002709         WRITE DA-REPORT-LINE FROM WS-REPORT-LINE
002710         MOVE SPACES TO WS-REPORT-LINE
002711         STRING "STUDENT "           DELIMITED BY SIZE
002712                WS-AUDIT-STUDENT     DELIMITED BY SIZE
002713                "  "                 DELIMITED BY SIZE
002714                SM-STUDENT-NAME      DELIMITED BY SIZE
002715             INTO WS-REPORT-LINE
002716         WRITE DA-REPORT-LINE FROM WS-REPORT-LINE
002717     END-IF.
002718     MOVE ZERO TO WS-DONE-CREDITS.
002719     MOVE ZERO TO WS-PROG-CREDITS.
002720     MOVE ZERO TO WS-OUT-CREDITS.
002721     ADD 1 TO WS-PROGRAMS-AUDITED.
002722     MOVE WS-REQS-WALKED TO WS-REQS-BEFORE.

002723*    WHICH CATALOG YEAR'S SET THE STUDENT IS HELD TO.
002724     MOVE WS-AUDIT-STUDENT TO RV-STUDENT-ID.
002725     MOVE WS-AUDIT-MAJOR TO RV-MAJOR-CODE.
002726     CALL "REQVERS" USING RV-REQUIREMENT-AREA.
002727     IF RV-REQUIREMENT-YEAR = ZERO
002728         MOVE "BASE" TO WS-YEAR-TEXT
002729     ELSE
002730         MOVE RV-REQUIREMENT-YEAR TO WS-YEAR-TEXT
002731     END-IF.

002732     MOVE SPACES TO WS-REPORT-LINE.
002740     STRING "  "                 DELIMITED BY SIZE
002750            WS-AUDIT-LABEL       DELIMITED BY "  "
002760            " "                  DELIMITED BY SIZE
002810            WS-AUDIT-MAJOR       DELIMITED BY SIZE
002812            "  CATALOG YEAR "    DELIMITED BY SIZE
002814            RV-CATALOG-YEAR      DELIMITED BY SIZE
002816            "  REQUIREMENTS "    DELIMITED BY SIZE
002818            WS-YEAR-TEXT         DELIMITED BY SIZE
002820         INTO WS-REPORT-LINE.
002830     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
002831     IF RV-SET-FOUND AND RV-REQUIREMENT-CODE NOT = WS-AUDIT-MAJOR
002832         MOVE SPACES TO WS-REPORT-LINE
002833         STRING "    HELD TO THE SET OF RETIRED MAJOR "
002834                                      DELIMITED BY SIZE
002835                RV-REQUIREMENT-CODE   DELIMITED BY SIZE
002836             INTO WS-REPORT-LINE
002837         WRITE DA-REPORT-LINE FROM WS-REPORT-LINE
002838     END-IF.

002840     MOVE "N" TO WS-REQ-EOF-SWITCH.
002842     IF RV-NO-SET
002844         SET WS-REQ-EOF TO TRUE
002846     END-IF.
002850     MOVE RV-REQUIREMENT-CODE TO DQ-MAJOR-CODE.
002855     MOVE RV-REQUIREMENT-YEAR TO DQ-CATALOG-YEAR.
002860     MOVE LOW-VALUES TO DQ-COURSE-CODE.
002870     START REQUIREMENTS-FILE KEY IS NOT LESS THAN DQ-REQ-KEY
002880         INVALID KEY
002900     END-START.
002910     PERFORM 2300-ONE-REQUIREMENT THRU 2300-ONE-REQUIREMENT-EXIT
002920         UNTIL WS-REQ-EOF.
002922     IF WS-REQS-WALKED = WS-REQS-BEFORE
002924         MOVE "  (NO REQUIREMENTS ON FILE)" TO WS-REPORT-LINE
002926         WRITE DA-REPORT-LINE FROM WS-REPORT-LINE
002928     END-IF.

002930     MOVE WS-DONE-CREDITS TO WS-CREDITS-ED.
002940     MOVE SPACES TO WS-REPORT-LINE.
003070     STRING "  OUTSTANDING CREDITS: " DELIMITED BY SIZE
003080            WS-CREDITS-ED             DELIMITED BY SIZE
003090         INTO WS-REPORT-LINE.
003092     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
003094     COMPUTE WS-REQ-CREDITS = WS-DONE-CREDITS + WS-PROG-CREDITS
003096         + WS-OUT-CREDITS.
003098     IF WS-REQ-CREDITS > ZERO
003100         COMPUTE WS-PERCENT-DONE =
003102             WS-DONE-CREDITS * 100 / WS-REQ-CREDITS
003104         MOVE WS-PERCENT-DONE TO WS-PERCENT-ED
003106         MOVE SPACES TO WS-REPORT-LINE
003108         STRING "  PERCENT COMPLETE:     " DELIMITED BY SIZE
003110                WS-PERCENT-ED             DELIMITED BY SIZE
003112             INTO WS-REPORT-LINE
003114         WRITE DA-REPORT-LINE FROM WS-REPORT-LINE
003116     END-IF.
003118 2250-AUDIT-PROGRAM-EXIT.
003120     EXIT.

003130******************************************************************
003240         SET WS-REQ-EOF TO TRUE
003250         GO TO 2300-ONE-REQUIREMENT-EXIT
003260     END-IF.
003270     IF DQ-MAJOR-CODE NOT = RV-REQUIREMENT-CODE
003275             OR DQ-CATALOG-YEAR NOT = RV-REQUIREMENT-YEAR
003280         SET WS-REQ-EOF TO TRUE
003290         GO TO 2300-ONE-REQUIREMENT-EXIT
003300     END-IF.
003380             THRU 2500-PROBE-ENROLLMENT-EXIT
003390     END-IF.

003400     MOVE WS-REQ-COURSE TO CQ-COURSE-CODE.
003410     MOVE WS-PROBE-TERM TO CQ-TERM-CODE.
003420     CALL "CRSVERS" USING CQ-VERSION-AREA.
003430     IF CQ-COURSE-FOUND
003440             AND CQ-CREDIT-HOURS IS NUMERIC
003450             AND CQ-CREDIT-HOURS > ZERO
003460         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
003470     ELSE
003480         MOVE 3 TO WS-CREDIT-HOURS
003490     END-IF.

003520     MOVE SPACES TO WS-REPORT-LINE.
003530     EVALUATE TRUE
003690                    WS-REQ-COURSE   DELIMITED BY SIZE
003700                    "  OUTSTANDING" DELIMITED BY SIZE
003710                 INTO WS-REPORT-LINE
003711             IF WS-PROBE-HIST-TERM NOT = SPACES
003712                 MOVE 22 TO WS-LINE-POINTER
003713                 STRING " - REGISTERED "   DELIMITED BY SIZE
003714                        WS-PROBE-HIST-TERM DELIMITED BY SIZE
003715                        ", ARCHIVED"       DELIMITED BY SIZE
003716                     INTO WS-REPORT-LINE
003717                     WITH POINTER WS-LINE-POINTER
003718             END-IF
003720     END-EVALUATE.
003730     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
003740 2300-ONE-REQUIREMENT-EXIT.
003800******************************************************************
003810 2400-PROBE-GRADES.
003820     MOVE "N" TO WS-PROBE-MET-SWITCH.
003825     MOVE SPACES TO WS-PROBE-TERM.
003830     MOVE "N" TO WS-PROBE-SCAN-SWITCH.
003840     MOVE ZERO TO WS-PROBE-SEQ.
003850     PERFORM 2410-PROBE-ONE-SEQ THRU 2410-PROBE-ONE-SEQ-EXIT
004040             GO TO 2410-PROBE-ONE-SEQ-EXIT
004050     END-READ.
004060     IF GR-CURRENT
004066         MOVE GR-GRADE TO GV-GRADE
004072         MOVE GR-TERM-CODE TO GV-TERM-CODE
004078         CALL "GRDVALUE" USING GV-VALUE-AREA
004084         IF GV-PASSES-PREREQ
004090             SET WS-PROBE-MET TO TRUE
004095             MOVE GR-TERM-CODE TO WS-PROBE-TERM
004100         END-IF
004110     END-IF.
004120 2410-PROBE-ONE-SEQ-EXIT.
004170******************************************************************
004180 2500-PROBE-ENROLLMENT.
004190     SET WS-STATE-OUTSTANDING TO TRUE.
004195     MOVE SPACES TO WS-PROBE-HIST-TERM.
004200     MOVE WS-AUDIT-STUDENT TO EN-STUDENT-ID.
004210     MOVE WS-REQ-COURSE TO EN-COURSE-CODE.
004211     READ ENROLLMENT-MASTER
004212         INVALID KEY
004213             GO TO 2500-PROBE-ENROLLMENT-EXIT
004214     END-READ.
004215     IF WS-ENRL-STATUS = "00" AND EN-ENROLLED
004216         SET WS-STATE-PROGRESS TO TRUE
004217         MOVE EN-TERM-CODE TO WS-PROBE-TERM
004218     END-IF.
004219     IF WS-STATE-OUTSTANDING AND WS-EHIST-USABLE
004220         PERFORM 2510-PROBE-HISTORY THRU 2510-PROBE-HISTORY-EXIT
004221     END-IF.
004222 2500-PROBE-ENROLLMENT-EXIT.
004223     EXIT.

004224******************************************************************
004225* 2510-PROBE-HISTORY - THE LATEST ENROLLED REGISTRATION FOR THE
004226*                      COURSE IN AN ARCHIVED TERM, IF ANY.
004227******************************************************************
004228 2510-PROBE-HISTORY.
004229     MOVE "N" TO WS-EHIST-EOF-SWITCH.
004230     MOVE WS-AUDIT-STUDENT TO EH-STUDENT-ID.
004231     MOVE WS-REQ-COURSE TO EH-COURSE-CODE.
004232     MOVE LOW-VALUES TO EH-TERM-CODE.
004233     START ENROLLMENT-HISTORY KEY IS NOT LESS THAN EH-HISTORY-KEY
004234         INVALID KEY
004235             GO TO 2510-PROBE-HISTORY-EXIT
004236     END-START.
004237     PERFORM 2520-ONE-HISTORY THRU 2520-ONE-HISTORY-EXIT
004238         UNTIL WS-EHIST-EOF.
004239 2510-PROBE-HISTORY-EXIT.
004240     EXIT.

004241 2520-ONE-HISTORY.
004242     READ ENROLLMENT-HISTORY NEXT RECORD
004243         AT END
004244             SET WS-EHIST-EOF TO TRUE
004245             GO TO 2520-ONE-HISTORY-EXIT
004246     END-READ.
004247     IF WS-EHIST-STATUS NOT = "00"
004248             OR EH-STUDENT-ID NOT = WS-AUDIT-STUDENT
004249             OR EH-COURSE-CODE NOT = WS-REQ-COURSE
004250         SET WS-EHIST-EOF TO TRUE
004251         GO TO 2520-ONE-HISTORY-EXIT
004252     END-IF.
004253     IF EH-ENROLLED
004254         MOVE EH-TERM-CODE TO WS-PROBE-HIST-TERM
004255     END-IF.
004256 2520-ONE-HISTORY-EXIT.
004257     EXIT.

004258******************************************************************
004259* 2600-LIST-PASS-FAIL - LIST THE STUDENT'S ACTIVE PASS/FAIL
004260*                       ELECTIONS AND THEIR CREDIT TOTAL.
004261******************************************************************
004262 2600-LIST-PASS-FAIL.
004263     MOVE ZERO TO WS-PF-CREDITS.
004272     MOVE ZERO TO WS-PF-LISTED.
004273     MOVE "N" TO WS-ELECT-EOF-SWITCH.
004274     MOVE WS-AUDIT-STUDENT TO EF-STUDENT-ID.
004275     MOVE LOW-VALUES TO EF-COURSE-CODE.
004276     MOVE LOW-VALUES TO EF-TERM-CODE.
004277     START ELECTION-FILE KEY IS NOT LESS THAN EF-ELECTION-KEY
004278         INVALID KEY
004279             GO TO 2600-LIST-PASS-FAIL-EXIT
004280     END-START.
004281     PERFORM 2610-ONE-ELECTION THRU 2610-ONE-ELECTION-EXIT
004282         UNTIL WS-ELECT-EOF.
004283     IF WS-PF-LISTED = ZERO
004284         GO TO 2600-LIST-PASS-FAIL-EXIT
004285     END-IF.
004286     MOVE WS-PF-CREDITS TO WS-CREDITS-ED.
004287     MOVE SPACES TO WS-REPORT-LINE.
004288     STRING "  PASS/FAIL CREDITS:   " DELIMITED BY SIZE
004289            WS-CREDITS-ED             DELIMITED BY SIZE
004290         INTO WS-REPORT-LINE.
004291     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
004292 2600-LIST-PASS-FAIL-EXIT.
004293     EXIT.

004294******************************************************************
004295* 2610-ONE-ELECTION - ONE ELECTION RECORD; ONLY ACTIVE ONES PRINT,
004296*                     THE FIRST UNDER ITS OWN SUB-HEADING.
004297******************************************************************
004298 2610-ONE-ELECTION.
004299     READ ELECTION-FILE NEXT RECORD
004300         AT END
004301             SET WS-ELECT-EOF TO TRUE
004302             GO TO 2610-ONE-ELECTION-EXIT
004303     END-READ.
004304     IF WS-ELECT-STATUS NOT = "00"
004305             OR EF-STUDENT-ID NOT = WS-AUDIT-STUDENT
004306         SET WS-ELECT-EOF TO TRUE
004307         GO TO 2610-ONE-ELECTION-EXIT
004308     END-IF.
004309     IF NOT EF-ACTIVE
004310         GO TO 2610-ONE-ELECTION-EXIT
004311     END-IF.
004312     IF WS-PF-LISTED = ZERO
004313         MOVE "  PASS/FAIL ELECTIONS" TO WS-REPORT-LINE
004314         WRITE DA-REPORT-LINE FROM WS-REPORT-LINE
004315     END-IF.
004316     ADD 1 TO WS-PF-LISTED.
004317     ADD EF-CREDIT-HOURS TO WS-PF-CREDITS.
004318     MOVE SPACES TO WS-REPORT-LINE.
004319     IF EF-POSTED-GRADE = SPACES
004320         STRING "  "              DELIMITED BY SIZE
004321                EF-COURSE-CODE    DELIMITED BY SIZE
004322                "  "              DELIMITED BY SIZE
004323                EF-TERM-CODE      DELIMITED BY SIZE
004324                "  ELECTED"       DELIMITED BY SIZE
004325             INTO WS-REPORT-LINE
004326     ELSE
004327         STRING "  "              DELIMITED BY SIZE
004328                EF-COURSE-CODE    DELIMITED BY SIZE
004329                "  "              DELIMITED BY SIZE
004330                EF-TERM-CODE      DELIMITED BY SIZE
004331                "  "              DELIMITED BY SIZE
004332                EF-POSTED-GRADE   DELIMITED BY SIZE
004333                " (GRADE "        DELIMITED BY SIZE
004334                EF-ORIGINAL-GRADE DELIMITED BY SIZE
004335                ")"               DELIMITED BY SIZE
004336             INTO WS-REPORT-LINE
004337     END-IF.
004338     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
004339 2610-ONE-ELECTION-EXIT.
004340     EXIT.

004341******************************************************************
004342* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
004343******************************************************************
004344 3000-FINISH.
004345     MOVE SPACES TO WS-REPORT-LINE.
004360     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
004370     MOVE WS-STUDENTS-AUDITED TO WS-COUNT-ED.
004380     MOVE SPACES TO WS-REPORT-LINE.
004400            WS-COUNT-ED              DELIMITED BY SIZE
004410         INTO WS-REPORT-LINE.
004420     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
004421     MOVE WS-PROGRAMS-AUDITED TO WS-COUNT-ED.
004422     MOVE SPACES TO WS-REPORT-LINE.
004423     STRING "PROGRAMS AUDITED:     " DELIMITED BY SIZE
004424            WS-COUNT-ED              DELIMITED BY SIZE
004425         INTO WS-REPORT-LINE.
004426     WRITE DA-REPORT-LINE FROM WS-REPORT-LINE.
004430     MOVE WS-REQS-WALKED TO WS-COUNT-ED.
004440     MOVE SPACES TO WS-REPORT-LINE.
004450     STRING "REQUIREMENTS WALKED:  " DELIMITED BY SIZE
004510     CLOSE REQUIREMENTS-FILE.
004520     CLOSE GRADE-MASTER.
004530     CLOSE ENROLLMENT-MASTER.
004535     IF WS-STUDY-USABLE
004540         CLOSE PROGRAM-FILE
004545     END-IF.
004546     IF WS-ELECT-USABLE
004547         CLOSE ELECTION-FILE
004549     END-IF.
004551     IF WS-EHIST-USABLE
004553         CLOSE ENROLLMENT-HISTORY
004555     END-IF.
004557     IF RETURN-CODE NOT = 8
004560         MOVE 0 TO RETURN-CODE
004570     END-IF.
004580 3000-FINISH-EXIT.
