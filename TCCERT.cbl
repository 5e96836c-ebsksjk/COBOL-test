000010******************************************************************
000020* PROGRAM-ID : TCCERT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   TERM-CLOSE CERTIFICATE, LAST STEP OF THE TERM-CLOSE
000090*   STREAM.  ADMITTED ONLY ONCE GRADGATE HAS PASSED FOR THE
000100*   TERM NAMED BY THE TRMCLPRM PARAMETER, IT READS BACK EVERY
000110*   EARLIER STEP'S RECORD FROM THE STEP LOG (TCLSTEP) AND
000120*   PRINTS ONE LINE PER STEP - PROGRAM, BUSINESS DATE AND TIME
000130*   FINISHED, RETURN CODE, AND THE COUNT THAT STEP ANSWERS FOR
000140*   - UNDER THE TERM'S CALENDAR, FOLLOWED BY THE REGISTRAR'S
000150*   SIGNATURE BLOCK.  A STEP MISSING FROM THE LOG VOIDS THE
000160*   CERTIFICATE (RC 8).
000163*   A TERM ON TRMCLPRM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000166*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  RO   ORIGINAL PROGRAM.
000192*   2026-10-15  RO   A BLANK OR MISSING TRMCLPRM TERM TAKES THE
000194*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000196*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000198*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    TCCERT.
000230 AUTHOR.        R. OKONKWO.
000240 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000250 DATE-WRITTEN.  2026-10-15.
000260 DATE-COMPILED.

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CLOSE-PARM ASSIGN TO "TRMCLPRM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-STATUS.

000330     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS TM-TERM-CODE
000370         FILE STATUS IS WS-TERM-STATUS.

000380     SELECT CERT-RPT ASSIGN TO "CERTRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RPT-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CLOSE-PARM.
000440 01  CP-PARM-RECORD.
000450     05  CP-TERM-CODE         PIC X(05).

000460 FD  TERM-CONTROL.
000470     COPY "termrec.cpy".

000480 FD  CERT-RPT.
000490 01  CT-REPORT-LINE           PIC X(80).

000500 WORKING-STORAGE SECTION.
000510     COPY "runhdr.cpy".

000513*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000516     COPY "runparm.cpy".

000520 01  WS-FILE-STATUSES.
000530     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000540     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
000550     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000560 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

000570*    CALL AREA FOR THE TERM-CLOSE STEP SERVICE (TCLSTEP).
000580     COPY "tclstep.cpy".

000590*    WHAT EACH STEP'S LOGGED COUNT MEANS, IN STREAM ORDER.
000600 01  WS-COUNT-LABEL-LIST.
000610     05  FILLER               PIC X(22)
000620                              VALUE "TERM NEWLY LOCKED".
000630     05  FILLER               PIC X(22)
000640                              VALUE "STUDENTS SUMMED".
000650     05  FILLER               PIC X(22)
000660                              VALUE "STUDENTS RATED".
000670     05  FILLER               PIC X(22)
000680                              VALUE "INCOMPLETES CONVERTED".
000690     05  FILLER               PIC X(22)
000700                              VALUE "MISSING GRADES".
000710     05  FILLER               PIC X(22)
000720                              VALUE "MISSING-GRADE LIMIT".
000730 01  WS-COUNT-LABEL-TABLE REDEFINES WS-COUNT-LABEL-LIST.
000740     05  WS-COUNT-LABEL OCCURS 6 TIMES PIC X(22).
000750 77  WS-CERT-STEPS            PIC 9(02) COMP VALUE 6.
000760 77  WS-STEP-SUB              PIC 9(02) COMP.

000770 01  WS-COUNTERS COMP.
000780     05  WS-STEPS-CERTIFIED   PIC 9(05) VALUE ZERO.
000790     05  WS-STEPS-MISSING     PIC 9(05) VALUE ZERO.

000800 01  WS-EDIT-FIELDS.
000810     05  WS-SEQ-ED            PIC 9(01).
000820     05  WS-RC-ED             PIC ZZZ9.
000830     05  WS-COUNT-ED          PIC ZZZZZZ9.
000840     05  WS-DATE-ED           PIC 9999/99/99.
000850     05  WS-START-ED          PIC 9999/99/99.
000860     05  WS-END-ED            PIC 9999/99/99.
000870     05  WS-TIME-ED           PIC 99/99/99.

000880 01  WS-REPORT-LINE           PIC X(80).

000890 PROCEDURE DIVISION.

000900******************************************************************
000910* 0000-MAINLINE.
000920******************************************************************
000930 0000-MAINLINE.
000940     MOVE "TCCERT" TO RH-PROGRAM-NAME.
000950     CALL "BIZDATE" USING RH-RUN-DATE.
000960     ACCEPT RH-RUN-TIME FROM TIME.
000970     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
000980         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
000990     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001000     IF RETURN-CODE NOT = 8
001010         PERFORM 2000-ONE-STEP THRU 2000-ONE-STEP-EXIT
001020             VARYING WS-STEP-SUB FROM 1 BY 1
001030             UNTIL WS-STEP-SUB > WS-CERT-STEPS
001040     END-IF.
001050     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001060     ACCEPT RH-RUN-TIME FROM TIME.
001070     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001080         RH-RUN-TIME.
001090     STOP RUN.

001100******************************************************************
001110* 1000-INITIALIZE - READ THE TERM, PASS THE GATE BEHIND GRADGATE
001120*                   AND PRINT THE CERTIFICATE HEADING.
001130******************************************************************
001140 1000-INITIALIZE.
001150     OPEN OUTPUT CERT-RPT.
001160     MOVE "TERM-CLOSE CERTIFICATE" TO WS-REPORT-LINE.
001170     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.

001178*    A TERM ON TRMCLPRM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001186*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001194*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001202     MOVE SPACES TO RK-EXPLICIT-TERM.
001210     OPEN INPUT CLOSE-PARM.
001218     IF WS-PARM-STATUS = "00"
001226         READ CLOSE-PARM
001234             AT END
001242                 MOVE SPACES TO CP-TERM-CODE
001250         END-READ
001258         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
001266         CLOSE CLOSE-PARM
001274     END-IF.
001282     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001290     SET RK-GRADING-TERM TO TRUE.
001298     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001306     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001314     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
001322     IF NOT RK-TERM-VALID
001330         MOVE 8 TO RETURN-CODE
001338         GO TO 1000-INITIALIZE-EXIT
001346     END-IF.
001354     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001380     MOVE SPACES TO WS-REPORT-LINE.
001390     STRING "TERM " DELIMITED BY SIZE
001400            WS-SELECTED-TERM DELIMITED BY SIZE
001410         INTO WS-REPORT-LINE.
001420     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.

001430     SET TG-BEGIN TO TRUE.
001440     MOVE WS-SELECTED-TERM TO TG-TERM-CODE.
001450     MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME.
001460     CALL "TCLSTEP" USING TG-STEP-AREA.
001470     IF TG-GATE-SHUT
001480         MOVE SPACES TO WS-REPORT-LINE
001490         STRING "  (REFUSED - " DELIMITED BY SIZE
001500                TG-REASON       DELIMITED BY "  "
001510                ")"             DELIMITED BY SIZE
001520             INTO WS-REPORT-LINE
001530         WRITE CT-REPORT-LINE FROM WS-REPORT-LINE
001540         DISPLAY "TERM-CLOSE STEP REFUSED: ", TG-REASON
001550         MOVE 8 TO RETURN-CODE
001560         GO TO 1000-INITIALIZE-EXIT
001570     END-IF.

001580*    THE TERM'S CALENDAR, WHEN THE TERM FILE HAS IT.
001590     OPEN INPUT TERM-CONTROL.
001600     IF WS-TERM-STATUS = "00"
001610         MOVE WS-SELECTED-TERM TO TM-TERM-CODE
001620         READ TERM-CONTROL
001630             INVALID KEY
001640                 CONTINUE
001650         END-READ
001660         IF WS-TERM-STATUS = "00"
001670             MOVE TM-START-DATE TO WS-START-ED
001680             MOVE TM-END-DATE TO WS-END-ED
001690             MOVE SPACES TO WS-REPORT-LINE
001700             STRING "TERM DATES " DELIMITED BY SIZE
001710                    WS-START-ED   DELIMITED BY SIZE
001720                    " TO "        DELIMITED BY SIZE
001730                    WS-END-ED     DELIMITED BY SIZE
001740                 INTO WS-REPORT-LINE
001750             WRITE CT-REPORT-LINE FROM WS-REPORT-LINE
001760         END-IF
001770         CLOSE TERM-CONTROL
001780     END-IF.

001790     MOVE SPACES TO WS-REPORT-LINE.
001800     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
001810     MOVE "STEP PROGRAM   BUS DATE   FINISHED   RC   COUNT"
001820         TO WS-REPORT-LINE.
001830     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
001840 1000-INITIALIZE-EXIT.
001850     EXIT.

001860******************************************************************
001870* 2000-ONE-STEP - ONE EARLIER STEP'S LOG RECORD FOR THE TERM.
001880******************************************************************
001890 2000-ONE-STEP.
001900     SET TG-READ TO TRUE.
001910     MOVE WS-SELECTED-TERM TO TG-TERM-CODE.
001920     MOVE WS-STEP-SUB TO TG-STEP-SEQ.
001930     CALL "TCLSTEP" USING TG-STEP-AREA.
001940     MOVE WS-STEP-SUB TO WS-SEQ-ED.
001950     IF TG-GATE-SHUT
001960         ADD 1 TO WS-STEPS-MISSING
001970         MOVE SPACES TO WS-REPORT-LINE
001980         STRING "  " DELIMITED BY SIZE
001990                WS-SEQ-ED DELIMITED BY SIZE
002000                "  " DELIMITED BY SIZE
002010                TG-PROGRAM-NAME DELIMITED BY SIZE
002020                "  NOT LOGGED FOR THIS TERM" DELIMITED BY SIZE
002030             INTO WS-REPORT-LINE
002040         WRITE CT-REPORT-LINE FROM WS-REPORT-LINE
002050         GO TO 2000-ONE-STEP-EXIT
002060     END-IF.
002070     ADD 1 TO WS-STEPS-CERTIFIED.
002080     MOVE TG-BUSINESS-DATE TO WS-DATE-ED.
002090     MOVE TG-FINISH-TIME (1:6) TO WS-TIME-ED.
002100     MOVE TG-RETURN-CODE TO WS-RC-ED.
002110     MOVE TG-ITEM-COUNT TO WS-COUNT-ED.
002120     MOVE SPACES TO WS-REPORT-LINE.
002130     STRING "  " DELIMITED BY SIZE
002140            WS-SEQ-ED DELIMITED BY SIZE
002150            "  " DELIMITED BY SIZE
002160            TG-PROGRAM-NAME DELIMITED BY SIZE
002170            "  " DELIMITED BY SIZE
002180            WS-DATE-ED DELIMITED BY SIZE
002190            " " DELIMITED BY SIZE
002200            WS-TIME-ED DELIMITED BY SIZE
002210            " " DELIMITED BY SIZE
002220            WS-RC-ED DELIMITED BY SIZE
002230            " " DELIMITED BY SIZE
002240            WS-COUNT-ED DELIMITED BY SIZE
002250            " " DELIMITED BY SIZE
002260            WS-COUNT-LABEL (WS-STEP-SUB) DELIMITED BY SIZE
002270         INTO WS-REPORT-LINE.
002280     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
002290 2000-ONE-STEP-EXIT.
002300     EXIT.

002310******************************************************************
002320* 3000-FINISH - SIGNATURE BLOCK, OR THE VOID NOTICE, AND THE
002330*               CERTIFICATE'S OWN ENTRY IN THE STEP LOG.
002340******************************************************************
002350 3000-FINISH.
002360     IF RETURN-CODE = 8
002370         GO TO 3000-CLOSE-REPORT
002380     END-IF.
002390     MOVE SPACES TO WS-REPORT-LINE.
002400     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
002410     IF WS-STEPS-MISSING > ZERO
002420         MOVE "  (CERTIFICATE VOID - STEPS MISSING FROM THE LOG)"
002430             TO WS-REPORT-LINE
002440         WRITE CT-REPORT-LINE FROM WS-REPORT-LINE
002450         MOVE 8 TO RETURN-CODE
002460         GO TO 3000-CLOSE-REPORT
002470     END-IF.
002480     MOVE RH-RUN-DATE TO WS-DATE-ED.
002490     MOVE SPACES TO WS-REPORT-LINE.
002500     STRING "ALL STEPS OF THE TERM CLOSE COMPLETED - CERTIFIED "
002510                DELIMITED BY SIZE
002520            WS-DATE-ED DELIMITED BY SIZE
002530         INTO WS-REPORT-LINE.
002540     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
002550     MOVE SPACES TO WS-REPORT-LINE.
002560     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
002570     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.
002580     MOVE "REGISTRAR ________________________  DATE ________"
002590         TO WS-REPORT-LINE.
002600     WRITE CT-REPORT-LINE FROM WS-REPORT-LINE.

002610     SET TG-END TO TRUE.
002620     MOVE WS-SELECTED-TERM TO TG-TERM-CODE.
002630     MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME.
002640     MOVE ZERO TO TG-RETURN-CODE.
002650     MOVE WS-STEPS-CERTIFIED TO TG-ITEM-COUNT.
002660     CALL "TCLSTEP" USING TG-STEP-AREA.
002670     MOVE 0 TO RETURN-CODE.
002680 3000-CLOSE-REPORT.
002690     CLOSE CERT-RPT.
002700 3000-FINISH-EXIT.
002710     EXIT.

002720 END PROGRAM TCCERT.
