000180*   60 WHEN THE FILE IS ABSENT), SO NOBODY HAS TO RECOMPILE TO
000190*   RETUNE THE COMMITTEE'S SENSITIVITY.  UNGRADED MARKS (W, I,
000200*   MD, TR) NEVER ENTER THE COUNTS.
000203*   A TERM ON DISTPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000206*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-09-02  RO   ORIGINAL PROGRAM.
000240*   2026-09-02  RO   A NON-ADMIN OPERATOR (OPERSCOP) SEES ONLY
000250*                    THEIR OWN DEPARTMENT'S COURSES.
000253*   2026-10-15  RO   POINTS AND GPA GRADES COME FROM THE
000255*                    GRADE-SCALE SERVICE (GRDVALUE).
000257*   2026-10-15  RO   A BLANK OR MISSING DISTPARM TERM TAKES THE
000259*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000261*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000263*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000265******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    GRADDIST.
000290 AUTHOR.        R. OKONKWO.
000710 WORKING-STORAGE SECTION.
000720     COPY "runhdr.cpy".

000723*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000726     COPY "runparm.cpy".

000730 01  WS-SWITCHES.
000740     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000750         88  WS-EOF           VALUE "Y".

001240 01  WS-REPORT-LINE           PIC X(80).

001243*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
001246     COPY "grdval.cpy".

001250*    DEPARTMENT SCOPE OF THE SIGNED-ON OPERATOR (OPERSCOP).
001260     COPY "operscop.cpy".

001640         WRITE DI-REPORT-LINE FROM WS-REPORT-LINE
001650     END-IF.

001659*    A TERM ON DISTPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001668*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001677*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001686     MOVE SPACES TO RK-EXPLICIT-TERM.
001695     OPEN INPUT DIST-PARM.
001704     IF WS-PARM-STATUS = "00"
001713         READ DIST-PARM
001722             AT END
001731                 MOVE SPACES TO DP-TERM-CODE
001740         END-READ
001749         MOVE DP-TERM-CODE TO RK-EXPLICIT-TERM
001758         CLOSE DIST-PARM
001767     END-IF.
001776     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001785     SET RK-GRADING-TERM TO TRUE.
001794     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001803     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001812     WRITE DI-REPORT-LINE FROM WS-REPORT-LINE.
001821     IF NOT RK-TERM-VALID
001830         SET WS-EOF TO TRUE
001839         MOVE 8 TO RETURN-CODE
001848         GO TO 1000-INITIALIZE-EXIT
001857     END-IF.
001866     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001880     OPEN INPUT DIST-CONTROL.
001890     IF WS-CTL-STATUS = "00"
002480******************************************************************
002490 2000-ONE-GRADE.
002500     MOVE SPACE TO WS-GRADE-GROUP.
002510*    POINTS AND WHETHER THE GRADE IS A GPA GRADE COME FROM THE
002520*    GRADE SCALE (GRDVALUE); A GPA GRADE TALLIES UNDER ITS
002530*    LETTER, SO A PLUS OR MINUS LANDS IN ITS LETTER'S COLUMN.
002540     MOVE GR-GRADE TO GV-GRADE.
002550     MOVE GR-TERM-CODE TO GV-TERM-CODE.
002560     CALL "GRDVALUE" USING GV-VALUE-AREA.
002570     IF GV-COUNTS-IN-GPA
002580         MOVE GV-QUALITY-POINTS TO WS-QUALITY-POINTS
002590         MOVE GR-GRADE (1:1) TO WS-GRADE-GROUP
002600         IF WS-GRADE-GROUP NOT = "A" AND NOT = "B"
002610                 AND NOT = "C" AND NOT = "D"
002620             MOVE "F" TO WS-GRADE-GROUP
002630         END-IF
002640     END-IF.
002740     IF WS-GRADE-GROUP = SPACE
002750         GO TO 2000-NEXT-GRADE
002760     END-IF.
