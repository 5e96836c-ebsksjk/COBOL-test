000120*   MASTER FOR A CURRENT ENTRY CARRYING THAT TERM.  STUDENTS
000130*   WITH NO GRADE ARE LISTED BY COURSE SO THE REGISTRAR CAN
000140*   CHASE THE DEPARTMENT.  THE RUN REFUSES A TERM WHOSE
000144*   TM-GRADE-CLOSE-DATE HAS NOT PASSED.  WHEN A TRMCLPRM
000148*   PARAMETER IS ALSO SUPPLIED THE RUN IS THE CHASE STEP OF THE
000152*   TERM'S CLOSE STREAM: IT WAITS ON INCLAPSE FOR THE TERM AND
000156*   LOGS ITS MISSING-GRADE COUNT FOR GRADGATE (TCLSTEP).
000157*   A TERM ON CHSEPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000158*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY.
000180*   2026-09-02  RO   ORIGINAL PROGRAM.
000182*   2026-10-15  RO   OPTIONAL TRMCLPRM MAKES THE RUN A STEP OF
000184*                    THE TERM-CLOSE STREAM; THE MISSING-GRADE
000186*                    COUNT IS LOGGED FOR GRADGATE (TCLSTEP).
000188*   2026-10-15  RO   A BLANK OR MISSING CHSEPARM TERM TAKES THE
000190*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000192*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000194*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000196******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    GRADCHSE.
000220 AUTHOR.        R. OKONKWO.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.

000582     SELECT CLOSE-PARM ASSIGN TO "TRMCLPRM"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-CLOSE-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CHASE-PARM.
000720 FD  CHASE-RPT.
000730 01  CR-REPORT-LINE           PIC X(80).

000732*    PRESENT ONLY WHEN THE RUN IS PART OF A TERM CLOSE.
000734 FD  CLOSE-PARM.
000736 01  CP-PARM-RECORD.
000738     05  CP-TERM-CODE         PIC X(05).

000740 WORKING-STORAGE SECTION.
000750     COPY "runhdr.cpy".

000753*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000756     COPY "runparm.cpy".

000760 01  WS-SWITCHES.
000770     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000780         88  WS-EOF           VALUE "Y".
000783     05  WS-CLOSE-RUN-SWITCH  PIC X(01) VALUE "N".
000786         88  WS-TERM-CLOSE-RUN VALUE "Y".

000790 01  WS-FILE-STATUSES.
000800     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000830     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
000840     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000850     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000855     05  WS-CLOSE-STATUS      PIC X(02) VALUE "00".

000860 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.
000870 01  WS-TODAY                 PIC 9(08).
000990 01  WS-EDIT-FIELDS.
001000     05  WS-COUNT-ED          PIC ZZZZ9.

001003*    CALL AREA FOR THE TERM-CLOSE STEP SERVICE (TCLSTEP).
001006     COPY "tclstep.cpy".

001010 01  WS-REPORT-LINE           PIC X(80).

001020 PROCEDURE DIVISION.
001270     MOVE "MISSING-GRADE CHASE REPORT" TO WS-REPORT-LINE.
001280     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

001289*    A TERM ON CHSEPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001298*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001307*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001316     MOVE SPACES TO RK-EXPLICIT-TERM.
001325     OPEN INPUT CHASE-PARM.
001334     IF WS-PARM-STATUS = "00"
001343         READ CHASE-PARM
001352             AT END
001361                 MOVE SPACES TO CH-TERM-CODE
001370         END-READ
001379         MOVE CH-TERM-CODE TO RK-EXPLICIT-TERM
001388         CLOSE CHASE-PARM
001397     END-IF.
001406     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001415     SET RK-GRADING-TERM TO TRUE.
001424     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001433     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001442     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
001451     IF NOT RK-TERM-VALID
001460         SET WS-EOF TO TRUE
001469         MOVE 8 TO RETURN-CODE
001478         GO TO 1000-INITIALIZE-EXIT
001487     END-IF.
001496     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001510     OPEN INPUT TERM-CONTROL.
001520     IF WS-TERM-STATUS NOT = "00"
001840            WS-SELECTED-TERM DELIMITED BY SIZE
001850            "  BY COURSE" DELIMITED BY SIZE
001860         INTO WS-REPORT-LINE.
001861     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

001862*    A TRMCLPRM PARAMETER MAKES THIS THE TERM-CLOSE STREAM'S
001863*    CHASE STEP, WHICH RUNS ONLY AFTER INCLAPSE HAS FINISHED FOR
001864*    THE TERM.  AN AD-HOC CHASE HAS NO TRMCLPRM.
001865     OPEN INPUT CLOSE-PARM.
001866     IF WS-CLOSE-STATUS = "00"
001867         SET WS-TERM-CLOSE-RUN TO TRUE
001868         CLOSE CLOSE-PARM
001869     END-IF.
001870     IF WS-TERM-CLOSE-RUN
001871         SET TG-BEGIN TO TRUE
001872         MOVE WS-SELECTED-TERM TO TG-TERM-CODE
001873         MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME
001874         CALL "TCLSTEP" USING TG-STEP-AREA
001875         IF TG-GATE-SHUT
001876             MOVE SPACES TO WS-REPORT-LINE
001877             STRING "  (REFUSED - " DELIMITED BY SIZE
001878                    TG-REASON       DELIMITED BY "  "
001879                    ")"             DELIMITED BY SIZE
001880                 INTO WS-REPORT-LINE
001881             WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
001882             DISPLAY "TERM-CLOSE STEP REFUSED: ", TG-REASON
001883             MOVE "99" TO WS-ENRL-STATUS
001884             SET WS-EOF TO TRUE
001885             MOVE 8 TO RETURN-CODE
001886             GO TO 1000-INITIALIZE-EXIT
001887         END-IF
001888     END-IF.

001889     OPEN INPUT GRADE-MASTER.
001890     OPEN INPUT STUDENT-MASTER.
001900     OPEN INPUT ENROLLMENT-MASTER.
001910     IF WS-ENRL-STATUS NOT = "00"
003240     IF WS-ENRL-STATUS = "00" OR WS-ENRL-STATUS = "10"
003250         CLOSE ENROLLMENT-MASTER
003260         CLOSE GRADE-MASTER
003262         CLOSE STUDENT-MASTER
003264     END-IF.
003266*    THE TERM-CLOSE LOG CARRIES THE MISSING-GRADE COUNT SO THE
003268*    GRADGATE STEP CAN HOLD THE CLOSE WHEN IT IS TOO HIGH.
003270     IF WS-TERM-CLOSE-RUN AND RETURN-CODE NOT = 8
003272         SET TG-END TO TRUE
003274         IF WS-MISSING-GRADES > ZERO
003276             MOVE 4 TO TG-RETURN-CODE
003278         ELSE
003280             MOVE ZERO TO TG-RETURN-CODE
003282         END-IF
003284         MOVE WS-MISSING-GRADES TO TG-ITEM-COUNT
003286         CALL "TCLSTEP" USING TG-STEP-AREA
003288     END-IF.
003290     EVALUATE TRUE
003300         WHEN RETURN-CODE = 8
003310             CONTINUE
