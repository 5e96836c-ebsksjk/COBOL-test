000080*   TERM-CLOSE JOB.  LOCKS THE TERM NAMED BY THE TRMCLPRM
000090*   PARAMETER RECORD AGAINST ANY FURTHER GRADE POSTING - ONCE A
000100*   TERM IS CLOSED, UNTERPROGRAMM2 REFUSES POSTINGS INTO IT
000104*   ("TC") NO MATTER WHAT THE GRADING-WINDOW DATES SAY.  FIRST
000108*   STEP OF THE TERM-CLOSE STREAM (TCLSTEP): STARTING IT CLEARS
000112*   THE TERM'S STEP LOG, AND ITS FINISH OPENS THE WAY FOR
000116*   TERMSUMM.
000117*   A TERM ON TRMCLPRM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000118*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY.
000140*   2026-08-22  RO   ORIGINAL PROGRAM.
000142*   2026-10-15  RO   OPENS THE TERM-CLOSE STREAM - CLEARS THE
000144*                    TERM'S STEP LOG ON START AND LOGS ITS
000146*                    FINISH (TCLSTEP).
000148*   2026-10-15  RO   A BLANK OR MISSING TRMCLPRM TERM TAKES THE
000150*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000152*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000154*                    CHECKED ON TERMFILE AND SHOWN IN THE LOG.
000156******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.    TERMCLSE.
000180 AUTHOR.        R. OKONKWO.
000400 WORKING-STORAGE SECTION.
000410     COPY "runhdr.cpy".

000413*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000416     COPY "runparm.cpy".

000420 01  WS-FILE-STATUSES.
000430     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000440     05  WS-TERM-STATUS       PIC X(02) VALUE "00".

000442*    CALL AREA FOR THE TERM-CLOSE STEP SERVICE (TCLSTEP).
000444     COPY "tclstep.cpy".
000446 01  WS-NEWLY-LOCKED          PIC 9(01) VALUE ZERO.

000450 PROCEDURE DIVISION.

000460******************************************************************
000530     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
000540         RH-RUN-DATE, " TIME ", RH-RUN-TIME.

000545*    A TERM ON TRMCLPRM OVERRIDES THE RUN-CONTROL LIBRARY FOR
000550*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
000555*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
000560     MOVE SPACES TO RK-EXPLICIT-TERM.
000565     OPEN INPUT CLOSE-PARM.
000570     IF WS-PARM-STATUS = "00"
000575         READ CLOSE-PARM
000580             AT END
000585                 MOVE SPACES TO CP-TERM-CODE
000590         END-READ
000595         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
000600         CLOSE CLOSE-PARM
000605     END-IF.
000610     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
000615     SET RK-GRADING-TERM TO TRUE.
000620     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
000625     DISPLAY RK-DESCRIPTION.
000630     IF NOT RK-TERM-VALID
000635         DISPLAY "NO VALID TERM TO CLOSE - NOTHING CLOSED"
000640         MOVE 8 TO RETURN-CODE
000645         STOP RUN
000650     END-IF.

000671     SET TG-BEGIN TO TRUE.
000672     MOVE RK-TERM-CODE TO TG-TERM-CODE.
000673     MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME.
000674     CALL "TCLSTEP" USING TG-STEP-AREA.
000675     IF TG-GATE-SHUT
000676         DISPLAY "TERM-CLOSE STEP REFUSED: ", TG-REASON
000677         MOVE 8 TO RETURN-CODE
000678         STOP RUN
000679     END-IF.

000680     OPEN I-O TERM-CONTROL.
000690     IF WS-TERM-STATUS NOT = "00"
000710         MOVE 8 TO RETURN-CODE
000720         STOP RUN
000730     END-IF.
000740     MOVE RK-TERM-CODE TO TM-TERM-CODE.
000750     READ TERM-CONTROL
000760         INVALID KEY
000770             DISPLAY "TERM NOT ON FILE: ", RK-TERM-CODE
000780             CLOSE TERM-CONTROL
000790             MOVE 8 TO RETURN-CODE
000800             STOP RUN
000810     END-READ.

000820     IF TM-TERM-LOCKED
000830         DISPLAY "TERM ", RK-TERM-CODE, " WAS ALREADY CLOSED"
000840     ELSE
000850         SET TM-TERM-LOCKED TO TRUE
000860         REWRITE TM-TERM-RECORD
000865         MOVE 1 TO WS-NEWLY-LOCKED
000870         DISPLAY "TERM ", RK-TERM-CODE,
000880             " CLOSED - NO FURTHER GRADE POSTING"
000890     END-IF.
000900     CLOSE TERM-CONTROL.
000902     SET TG-END TO TRUE.
000904     MOVE ZERO TO TG-RETURN-CODE.
000906     MOVE WS-NEWLY-LOCKED TO TG-ITEM-COUNT.
000908     CALL "TCLSTEP" USING TG-STEP-AREA.
000910     MOVE 0 TO RETURN-CODE.

000920     ACCEPT RH-RUN-TIME FROM TIME.
