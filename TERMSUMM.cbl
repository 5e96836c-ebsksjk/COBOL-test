000160*   EXACTLY AS TRNSCRPT DOES; THE TERM FIGURES COUNT EVERY
000170*   GRADED ENTRY CARRYING THE TERM CODE, AS ACADSTND DOES.
000180*   CREDITS ARE THE CATALOG CREDIT HOURS (3 WHEN THE CATALOG
000190*   HAS NONE); POINTS, GPA TREATMENT, AND WHETHER A GRADE EARNS
000200*   ITS CREDITS COME FROM THE GRADE SCALE.  RERUNNING THE STEP FOR
000210*   THE SAME TERM REPLACES THAT TERM'S SUMMARY RECORDS.
000213*   A TERM ON TRMCLPRM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000216*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-09-02  RO   ORIGINAL PROGRAM.
000290*                    DETAIL (XF-CREDIT-HOURS), NOT THE
000300*                    CATALOG DEFAULT - ELECTIVE SLOT CODES
000310*                    ARE NOT CATALOG COURSES.
000312*   2026-10-15  RO   POINTS, GPA TREATMENT, AND EARNED CREDIT
000314*                    COME FROM THE GRADE-SCALE SERVICE
000316*                    (GRDVALUE) FOR THE TERM OF EACH ATTEMPT.
000318*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000320*   2026-10-15  RO   CREDITS COME FROM THE CATALOG VERSION IN
000321*                    FORCE FOR THE TERM OF EACH ATTEMPT (CRSVERS).
000322*   2026-10-15  RO   RUNS ONLY AFTER THE STEP BEFORE IT IN THE
000323*                    TERM-CLOSE STREAM HAS FINISHED FOR THE
000324*                    TERM, AND LOGS ITS OWN FINISH (TCLSTEP).
000325*   2026-10-15  RO   A BLANK OR MISSING TRMCLPRM TERM TAKES THE
000326*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000327*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000328*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000329******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    TERMSUMM.
000350 AUTHOR.        R. OKONKWO.
000480         RECORD KEY IS GR-GRADE-KEY
000490         FILE STATUS IS WS-GRADE-STATUS.

000550     SELECT TRANSFER-CREDITS ASSIGN TO "XFERCRED"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000750 FD  TRANSFER-CREDITS.
000760     COPY "xferrec.cpy".

000790 FD  TERM-SUMMARY.
000800     COPY "trmsumm.cpy".

000830 WORKING-STORAGE SECTION.
000840     COPY "runhdr.cpy".

000843*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000846     COPY "runparm.cpy".

000850 01  WS-SWITCHES.
000860     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000870         88  WS-EOF           VALUE "Y".
000880 01  WS-FILE-STATUSES.
000890     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000900     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
000920     05  WS-XFER-STATUS       PIC X(02) VALUE "00".
000930     05  WS-SUMM-STATUS       PIC X(02) VALUE "00".
000940     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000980     05  WS-RECORDS-WRITTEN   PIC 9(05) VALUE ZERO.
000990     05  WS-RECORDS-REPLACED  PIC 9(05) VALUE ZERO.

001000 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.

001010*    ONE RETAKE GROUP - EVERY CURRENT ENTRY FOR ONE STUDENT AND
001020*    COURSE, GATHERED SO THE BEST ATTEMPT CAN BE PICKED FOR THE
001080         10  WS-AT-TERM       PIC X(05).
001090         10  WS-AT-POINTS     PIC 9(01)V99.
001100         10  WS-AT-COUNTS     PIC X(01).
001105         10  WS-AT-EARNS      PIC X(01).
001107         10  WS-AT-CREDITS    PIC 9(02).
001110 01  WS-ATTEMPT-COUNT         PIC 9(02) COMP VALUE ZERO.
001120 01  WS-ATT-SUB               PIC 9(02) COMP.
001130 01  WS-BEST-SUB              PIC 9(02) COMP.

001310 01  WS-REPORT-LINE           PIC X(80).

001313*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
001316     COPY "grdval.cpy".

001317*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
001319     COPY "crsvers.cpy".

001321*    CALL AREA FOR THE TERM-CLOSE STEP SERVICE (TCLSTEP).
001323     COPY "tclstep.cpy".

001325 PROCEDURE DIVISION.

001330******************************************************************
001340* 0000-MAINLINE.
001590     MOVE "TERM SUMMARY BUILD" TO WS-REPORT-LINE.
001600     WRITE SU-REPORT-LINE FROM WS-REPORT-LINE.

001609*    A TERM ON TRMCLPRM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001618*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001627*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001636     MOVE SPACES TO RK-EXPLICIT-TERM.
001645     OPEN INPUT CLOSE-PARM.
001654     IF WS-PARM-STATUS = "00"
001663         READ CLOSE-PARM
001672             AT END
001681                 MOVE SPACES TO CP-TERM-CODE
001690         END-READ
001699         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
001708         CLOSE CLOSE-PARM
001717     END-IF.
001726     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001735     SET RK-GRADING-TERM TO TRUE.
001744     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001753     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001762     WRITE SU-REPORT-LINE FROM WS-REPORT-LINE.
001771     IF NOT RK-TERM-VALID
001780         SET WS-EOF TO TRUE
001789         MOVE 8 TO RETURN-CODE
001798         GO TO 1000-INITIALIZE-EXIT
001807     END-IF.
001816     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001830     MOVE SPACES TO WS-REPORT-LINE.
001840     STRING "TERM "              DELIMITED BY SIZE
001850            WS-SELECTED-TERM     DELIMITED BY SIZE
001860         INTO WS-REPORT-LINE.
001861     WRITE SU-REPORT-LINE FROM WS-REPORT-LINE.

001862*    THE TERM-CLOSE STREAM RUNS IN ORDER - THE STEP BEFORE THIS
001863*    ONE MUST HAVE FINISHED FOR THE SAME TERM.
001864     SET TG-BEGIN TO TRUE.
001865     MOVE WS-SELECTED-TERM TO TG-TERM-CODE.
001866     MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME.
001867     CALL "TCLSTEP" USING TG-STEP-AREA.
001868     IF TG-GATE-SHUT
001869         MOVE SPACES TO WS-REPORT-LINE
001870         STRING "  (REFUSED - " DELIMITED BY SIZE
001871                TG-REASON       DELIMITED BY "  "
001872                ")"             DELIMITED BY SIZE
001873             INTO WS-REPORT-LINE
001874         WRITE SU-REPORT-LINE FROM WS-REPORT-LINE
001875         DISPLAY "TERM-CLOSE STEP REFUSED: ", TG-REASON
001876         SET WS-EOF TO TRUE
001877         MOVE 8 TO RETURN-CODE
001878         GO TO 1000-INITIALIZE-EXIT
001879     END-IF.

001880     OPEN INPUT GRADE-MASTER.
001890     IF WS-GRADE-STATUS NOT = "00"
001930         MOVE 8 TO RETURN-CODE
001940         GO TO 1000-INITIALIZE-EXIT
001950     END-IF.
001970*    NO TRANSFER-DETAIL FILE MEANS TR HOURS FALL BACK TO THE
001980*    CATALOG RESOLUTION, AS BEFORE.
001990     OPEN INPUT TRANSFER-CREDITS.
002730*                      SELECTED-TERM ATTEMPT ON THE TERM SIDE.
002740******************************************************************
002750 2250-PROCESS-GROUP.
002770     MOVE ZERO TO WS-BEST-SUB.
002780     MOVE ZERO TO WS-BEST-POINTS.
002790     PERFORM 2260-SCORE-ONE-ATTEMPT

002830     IF WS-BEST-SUB > ZERO
002840         COMPUTE WS-CUM-QP = WS-CUM-QP
002850             + (WS-AT-POINTS (WS-BEST-SUB)
002855                * WS-AT-CREDITS (WS-BEST-SUB))
002860         ADD WS-AT-CREDITS (WS-BEST-SUB) TO WS-CUM-ATTEMPTED
002870         IF WS-AT-EARNS (WS-BEST-SUB) = "Y"
002880             ADD WS-AT-CREDITS (WS-BEST-SUB) TO WS-CUM-EARNED
002890         END-IF
002900     END-IF.
002910 2250-PROCESS-GROUP-EXIT.
002990******************************************************************
003000 2260-SCORE-ONE-ATTEMPT.
003010     MOVE "Y" TO WS-GRADED-SWITCH.
003012*    EACH ATTEMPT CARRIES THE CREDITS OF THE CATALOG VERSION IN
003014*    FORCE FOR ITS OWN TERM.
003016     PERFORM 2450-RESOLVE-CREDITS THRU 2450-RESOLVE-CREDITS-EXIT.
003018     MOVE WS-CREDIT-HOURS TO WS-AT-CREDITS (WS-ATT-SUB).
003020     MOVE WS-AT-GRADE (WS-ATT-SUB) TO GV-GRADE.
003030     MOVE WS-AT-TERM (WS-ATT-SUB) TO GV-TERM-CODE.
003040     CALL "GRDVALUE" USING GV-VALUE-AREA.
003050     MOVE GV-QUALITY-POINTS TO WS-QUALITY-POINTS.
003060     IF NOT GV-COUNTS-IN-GPA
003070         MOVE "N" TO WS-GRADED-SWITCH
003080     END-IF.
003170     MOVE WS-QUALITY-POINTS TO WS-AT-POINTS (WS-ATT-SUB).
003180     MOVE WS-GRADED-SWITCH TO WS-AT-COUNTS (WS-ATT-SUB).
003185     MOVE GV-CREDIT-FLAG TO WS-AT-EARNS (WS-ATT-SUB).
003190*    TRANSFER CREDIT EARNS ITS CREDITS OUTSIDE THE GPA - THE
003200*    HOURS THE EVALUATOR ACCEPTED (XFERCRED), NOT A CATALOG
003210*    DEFAULT, SINCE ELECTIVE SLOTS ARE NOT CATALOG COURSES.
003220     IF WS-AT-GRADE (WS-ATT-SUB) = "TR"
003230         PERFORM 2460-RESOLVE-XFER-HOURS
003240             THRU 2460-RESOLVE-XFER-HOURS-EXIT
003242         ADD WS-XFER-HOURS TO WS-CUM-EARNED
003244     END-IF.
003246*    ANY OTHER GRADE OUTSIDE THE GPA THAT THE SCALE SAYS EARNS
003248*    CREDIT EARNS THE CATALOG HOURS ON BOTH SIDES.
003250     IF NOT WS-GRADE-COUNTS
003252             AND WS-AT-EARNS (WS-ATT-SUB) = "Y"
003254             AND WS-AT-GRADE (WS-ATT-SUB) NOT = "TR"
003256         ADD WS-CREDIT-HOURS TO WS-CUM-EARNED
003258         IF WS-AT-TERM (WS-ATT-SUB) = WS-SELECTED-TERM
003260             ADD WS-CREDIT-HOURS TO WS-TERM-EARNED
003262         END-IF
003264     END-IF.
003270     IF NOT WS-GRADE-COUNTS
003280         GO TO 2260-SCORE-ONE-ATTEMPT-EXIT
003290     END-IF.
003360         COMPUTE WS-TERM-QP = WS-TERM-QP
003370             + (WS-QUALITY-POINTS * WS-CREDIT-HOURS)
003380         ADD WS-CREDIT-HOURS TO WS-TERM-ATTEMPTED
003390         IF WS-AT-EARNS (WS-ATT-SUB) = "Y"
003400             ADD WS-CREDIT-HOURS TO WS-TERM-EARNED
003410         END-IF
003420     END-IF.

003450******************************************************************
003460* 2450-RESOLVE-CREDITS - CATALOG CREDIT HOURS FOR THE GROUP'S
003470*                        COURSE IN THE ATTEMPT'S TERM, 3 WHEN
003475*                        THE CATALOG HAS NONE.
003480******************************************************************
003490 2450-RESOLVE-CREDITS.
003500     MOVE WS-GROUP-COURSE TO CQ-COURSE-CODE.
003510     MOVE WS-AT-TERM (WS-ATT-SUB) TO CQ-TERM-CODE.
003520     CALL "CRSVERS" USING CQ-VERSION-AREA.
003530     IF CQ-COURSE-FOUND
003540             AND CQ-CREDIT-HOURS IS NUMERIC
003550             AND CQ-CREDIT-HOURS > ZERO
003560         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
003570     ELSE
003580         MOVE 3 TO WS-CREDIT-HOURS
003590     END-IF.
003620 2450-RESOLVE-CREDITS-EXIT.
003630     EXIT.


004460     IF WS-GRADE-STATUS = "00" OR WS-GRADE-STATUS = "10"
004470         CLOSE GRADE-MASTER
004490         IF WS-XFER-STATUS = "00" OR WS-XFER-STATUS = "10"
004500                 OR WS-XFER-STATUS = "23"
004510             CLOSE TRANSFER-CREDITS
004540     END-IF.
004550     CLOSE SUMMARY-RPT.
004560     IF RETURN-CODE NOT = 8
004562         SET TG-END TO TRUE
004564         MOVE ZERO TO TG-RETURN-CODE
004566         MOVE WS-STUDENTS-SUMMED TO TG-ITEM-COUNT
004568         CALL "TCLSTEP" USING TG-STEP-AREA
004570         MOVE 0 TO RETURN-CODE
004580     END-IF.
004590 3000-FINISH-EXIT.
