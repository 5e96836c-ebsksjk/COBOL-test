000140*     - COMING DUE WITHIN THE NEXT TWO WEEKS - LISTS IT FOR THE
000150*       REGISTRAR.
000160*   THE LAPSE REPORT CARRIES EVERY CONVERSION AND EVERY ENTRY
000164*   COMING DUE, SO NOTHING LAPSES UNNOTICED AGAIN.  WHEN A
000168*   TRMCLPRM PARAMETER IS SUPPLIED THE RUN IS THE INCOMPLETE
000172*   STEP OF THAT TERM'S CLOSE STREAM: IT WAITS ON ACADSTND FOR
000176*   THE TERM AND LOGS ITS FINISH FOR GRADCHSE (TCLSTEP).
000177*   A BLANK TERM ON TRMCLPRM IS THE GRADING TERM FROM THE
000178*   RUN-CONTROL LIBRARY (RUNCTL).
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-09-02  RO   ORIGINAL PROGRAM.
000203*   2026-10-15  RO   OPTIONAL TRMCLPRM MAKES THE RUN A STEP OF
000206*                    THE TERM-CLOSE STREAM (TCLSTEP).
000207*   2026-10-15  RO   A LAPSED INCOMPLETE IN A PASS/FAIL-ELECTED
000208*                    COURSE POSTS NP (PFGRADE), THE F KEPT ON THE
000209*                    ELECTION.
000210*   2026-10-15  RO   A TRMCLPRM PRESENT MAKES THE RUN A STREAM
000211*                    STEP EVEN WITH A BLANK TERM, WHICH THEN IS
000212*                    THE GRADING TERM FROM THE RUN-CONTROL
000213*                    LIBRARY (RUNCTL, THROUGH RUNPARM).
000214******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    INCLAPSE.
000240 AUTHOR.        R. OKONKWO.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-STATUS.

000432     SELECT CLOSE-PARM ASSIGN TO "TRMCLPRM"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-PARM-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  INCOMPLETE-FILE.
000500 FD  LAPSE-RPT.
000510 01  LP-REPORT-LINE           PIC X(80).

000512*    PRESENT ONLY WHEN THE RUN IS PART OF A TERM CLOSE.
000514 FD  CLOSE-PARM.
000516 01  CP-PARM-RECORD.
000518     05  CP-TERM-CODE         PIC X(05).

000520 WORKING-STORAGE SECTION.
000530     COPY "runhdr.cpy".

000533*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000536     COPY "runparm.cpy".

000540 01  WS-SWITCHES.
000550     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000560         88  WS-EOF           VALUE "Y".
000570     05  WS-SCAN-DONE-SWITCH  PIC X(01) VALUE "N".
000580         88  WS-SCAN-DONE     VALUE "Y".
000583     05  WS-CLOSE-RUN-SWITCH  PIC X(01) VALUE "N".
000586         88  WS-TERM-CLOSE-RUN VALUE "Y".

000590 01  WS-FILE-STATUSES.
000600     05  WS-INC-STATUS        PIC X(02) VALUE "00".
000610     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
000620     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000625     05  WS-PARM-STATUS       PIC X(02) VALUE "00".

000630 01  WS-COUNTERS COMP.
000640     05  WS-ENTRIES-READ      PIC 9(05) VALUE ZERO.
000850 01  WS-EDIT-FIELDS.
000860     05  WS-COUNT-ED          PIC ZZZZ9.

000863*    CALL AREA FOR THE TERM-CLOSE STEP SERVICE (TCLSTEP).
000866     COPY "tclstep.cpy".

000867*    PASS/FAIL CONVERSION OF THE LAPSE GRADE (PFGRADE).
000868     COPY "pfgrade.cpy".

000870 01  WS-REPORT-LINE           PIC X(80).

000880 PROCEDURE DIVISION.
001070******************************************************************
001080* 1000-INITIALIZE - OPEN FILES AND COMPUTE THE DUE HORIZON.
001090******************************************************************
001091 1000-INITIALIZE.
001092     OPEN OUTPUT LAPSE-RPT.
001093     MOVE "INCOMPLETE-GRADE LAPSE REPORT" TO WS-REPORT-LINE.
001094     WRITE LP-REPORT-LINE FROM WS-REPORT-LINE.

001095*    A TRMCLPRM PARAMETER MAKES THIS THE TERM-CLOSE STREAM'S
001096*    INCOMPLETE STEP, WHICH RUNS ONLY AFTER ACADSTND HAS FINISHED
001097*    FOR THE TERM.  THE NIGHTLY RUN HAS NO PARAMETER.  A BLANK
001098*    TERM ON IT IS THE GRADING TERM FROM RUNCTL (RUNPARM).
001099     MOVE SPACES TO RK-EXPLICIT-TERM.
001100     OPEN INPUT CLOSE-PARM.
001101     IF WS-PARM-STATUS = "00"
001102         READ CLOSE-PARM
001103             AT END
001104                 MOVE SPACES TO CP-TERM-CODE
001105         END-READ
001106         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
001107         SET WS-TERM-CLOSE-RUN TO TRUE
001108         CLOSE CLOSE-PARM
001109     END-IF.
001110     IF WS-TERM-CLOSE-RUN
001111         MOVE RH-PROGRAM-NAME TO RK-JOB-NAME
001112         SET RK-GRADING-TERM TO TRUE
001113         CALL "RUNPARM" USING RK-RUN-PARM-AREA
001114         MOVE RK-DESCRIPTION TO WS-REPORT-LINE
001115         WRITE LP-REPORT-LINE FROM WS-REPORT-LINE
001116         IF NOT RK-TERM-VALID
001117             MOVE "99" TO WS-INC-STATUS
001118             MOVE "99" TO WS-GRADE-STATUS
001119             SET WS-EOF TO TRUE
001120             MOVE 8 TO RETURN-CODE
001121             GO TO 1000-INITIALIZE-EXIT
001122         END-IF
001123         MOVE SPACES TO WS-REPORT-LINE
001124         STRING "TERM-CLOSE RUN FOR TERM " DELIMITED BY SIZE
001125                RK-TERM-CODE               DELIMITED BY SIZE
001126             INTO WS-REPORT-LINE
001127         WRITE LP-REPORT-LINE FROM WS-REPORT-LINE
001128         SET TG-BEGIN TO TRUE
001129         MOVE RK-TERM-CODE TO TG-TERM-CODE
001130         MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME
001131         CALL "TCLSTEP" USING TG-STEP-AREA
001132         IF TG-GATE-SHUT
001133             MOVE SPACES TO WS-REPORT-LINE
001134             STRING "  (REFUSED - " DELIMITED BY SIZE
001135                    TG-REASON       DELIMITED BY "  "
001141                    ")"             DELIMITED BY SIZE
001142                 INTO WS-REPORT-LINE
001143             WRITE LP-REPORT-LINE FROM WS-REPORT-LINE
001144             DISPLAY "TERM-CLOSE STEP REFUSED: ", TG-REASON
001145             MOVE "99" TO WS-INC-STATUS
001146             MOVE "99" TO WS-GRADE-STATUS
001147             SET WS-EOF TO TRUE
001148             MOVE 8 TO RETURN-CODE
001149             GO TO 1000-INITIALIZE-EXIT
001150         END-IF
001151     END-IF.

001152     MOVE WS-TODAY TO WS-HORIZON-DATE.
001153     ADD 14 TO WS-HOR-DD.
001160     EVALUATE WS-HOR-MM
001170         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
001180             MOVE 31 TO WS-MONTH-DAYS
002640     MOVE IC-STUDENT-ID TO GR-STUDENT-ID.
002650     MOVE IC-COURSE-CODE TO GR-COURSE-CODE.
002660     MOVE WS-NEXT-FREE-SEQ TO GR-ENTRY-SEQ.
002662     SET PQ-CONVERT TO TRUE.
002664     MOVE IC-STUDENT-ID TO PQ-STUDENT-ID.
002666     MOVE IC-COURSE-CODE TO PQ-COURSE-CODE.
002668     MOVE WS-CURRENT-TERM TO PQ-TERM-CODE.
002670     MOVE "F " TO PQ-LETTER-GRADE.
002672     CALL "PFGRADE" USING PQ-CONVERT-AREA.
002674     MOVE PQ-POSTED-GRADE TO GR-GRADE.
002680     MOVE WS-TODAY TO GR-POST-DATE.
002690     SET GR-CURRENT TO TRUE.
002700     MOVE "LAPSE" TO GR-POSTED-BY.
002710     MOVE WS-CURRENT-TERM TO GR-TERM-CODE.
002720     WRITE GR-GRADE-RECORD.
002722     IF WS-GRADE-STATUS = "00" AND PQ-ELECTED
002724         SET PQ-RECORD TO TRUE
002726         CALL "PFGRADE" USING PQ-CONVERT-AREA
002728     END-IF.
002730 2300-CONVERT-TO-F-EXIT.
002740     EXIT.

003520         CLOSE GRADE-MASTER
003530     END-IF.
003540     IF RETURN-CODE NOT = 8
003541         IF WS-TERM-CLOSE-RUN
003542             SET TG-END TO TRUE
003543             MOVE ZERO TO TG-RETURN-CODE
003544             MOVE WS-CONVERTED-COUNT TO TG-ITEM-COUNT
003545             CALL "TCLSTEP" USING TG-STEP-AREA
003546         END-IF
003550         MOVE 0 TO RETURN-CODE
003560     END-IF.
003570 3000-FINISH-EXIT.
