000010******************************************************************
000020* PROGRAM-ID : GRADGATE
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   MISSING-GRADE THRESHOLD GATE OF THE TERM-CLOSE STREAM.
000090*   RUNS AFTER GRADCHSE FOR THE TERM NAMED BY THE TRMCLPRM
000100*   PARAMETER AND READS THE MISSING-GRADE COUNT GRADCHSE
000110*   LOGGED (TCLSTEP).  A COUNT ABOVE THE LIMIT CARRIED IN
000120*   COLUMNS 6-9 OF THE SAME PARAMETER RECORD HOLDS THE CLOSE
000130*   (RC 8, NOTHING LOGGED, SO TCCERT STAYS SHUT) UNTIL THE
000140*   DEPARTMENTS POST THEIR GRADES AND GRADCHSE IS RERUN.  A
000150*   BLANK OR NON-NUMERIC LIMIT IS ZERO - ANY MISSING GRADE
000160*   HOLDS THE CLOSE.
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
000220 PROGRAM-ID.    GRADGATE.
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

000330     SELECT GATE-RPT ASSIGN TO "GATERPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RPT-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CLOSE-PARM.
000390 01  CP-PARM-RECORD.
000400     05  CP-TERM-CODE         PIC X(05).
000410     05  CP-MISSING-LIMIT     PIC 9(04).

000420 FD  GATE-RPT.
000430 01  GT-REPORT-LINE           PIC X(80).

000440 WORKING-STORAGE SECTION.
000450     COPY "runhdr.cpy".

000453*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000456     COPY "runparm.cpy".

000460 01  WS-FILE-STATUSES.
000470     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000480     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000490 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.
000500 01  WS-MISSING-LIMIT         PIC 9(04) VALUE ZERO.
000510 01  WS-MISSING-COUNT         PIC 9(07) VALUE ZERO.

000520*    CALL AREA FOR THE TERM-CLOSE STEP SERVICE (TCLSTEP).
000530     COPY "tclstep.cpy".

000540 01  WS-EDIT-FIELDS.
000550     05  WS-COUNT-ED          PIC ZZZZZZ9.

000560 01  WS-REPORT-LINE           PIC X(80).

000570 PROCEDURE DIVISION.

000580******************************************************************
000590* 0000-MAINLINE.
000600******************************************************************
000610 0000-MAINLINE.
000620     MOVE "GRADGATE" TO RH-PROGRAM-NAME.
000630     CALL "BIZDATE" USING RH-RUN-DATE.
000640     ACCEPT RH-RUN-TIME FROM TIME.
000650     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
000660         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
000670     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000680     IF RETURN-CODE NOT = 8
000690         PERFORM 2000-CHECK-COUNT THRU 2000-CHECK-COUNT-EXIT
000700     END-IF.
000710     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
000720     ACCEPT RH-RUN-TIME FROM TIME.
000730     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
000740         RH-RUN-TIME.
000750     STOP RUN.

000760******************************************************************
000770* 1000-INITIALIZE - READ THE TERM AND LIMIT, AND PASS THE GATE
000780*                   INTO THE STREAM BEHIND GRADCHSE.
000790******************************************************************
000800 1000-INITIALIZE.
000810     OPEN OUTPUT GATE-RPT.
000820     MOVE "MISSING-GRADE THRESHOLD GATE" TO WS-REPORT-LINE.
000830     WRITE GT-REPORT-LINE FROM WS-REPORT-LINE.

000838*    A TERM ON TRMCLPRM OVERRIDES THE RUN-CONTROL LIBRARY FOR
000846*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
000854*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
000862     MOVE SPACES TO RK-EXPLICIT-TERM.
000870     OPEN INPUT CLOSE-PARM.
000878     IF WS-PARM-STATUS = "00"
000886         READ CLOSE-PARM
000894             AT END
000902                 MOVE SPACES TO CP-PARM-RECORD
000910         END-READ
000918         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
000926         IF CP-MISSING-LIMIT IS NUMERIC
000934             MOVE CP-MISSING-LIMIT TO WS-MISSING-LIMIT
000942         END-IF
000950         CLOSE CLOSE-PARM
000958     END-IF.
000966     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
000974     SET RK-GRADING-TERM TO TRUE.
000982     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
000990     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
000998     WRITE GT-REPORT-LINE FROM WS-REPORT-LINE.
001006     IF NOT RK-TERM-VALID
001014         MOVE 8 TO RETURN-CODE
001022         GO TO 1000-INITIALIZE-EXIT
001030     END-IF.
001038     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001070     MOVE SPACES TO WS-REPORT-LINE.
001080     STRING "TERM " DELIMITED BY SIZE
001090            WS-SELECTED-TERM DELIMITED BY SIZE
001100         INTO WS-REPORT-LINE.
001110     WRITE GT-REPORT-LINE FROM WS-REPORT-LINE.

001120     SET TG-BEGIN TO TRUE.
001130     MOVE WS-SELECTED-TERM TO TG-TERM-CODE.
001140     MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME.
001150     CALL "TCLSTEP" USING TG-STEP-AREA.
001160     IF TG-GATE-SHUT
001170         MOVE SPACES TO WS-REPORT-LINE
001180         STRING "  (REFUSED - " DELIMITED BY SIZE
001190                TG-REASON       DELIMITED BY "  "
001200                ")"             DELIMITED BY SIZE
001210             INTO WS-REPORT-LINE
001220         WRITE GT-REPORT-LINE FROM WS-REPORT-LINE
001230         DISPLAY "TERM-CLOSE STEP REFUSED: ", TG-REASON
001240         MOVE 8 TO RETURN-CODE
001250         GO TO 1000-INITIALIZE-EXIT
001260     END-IF.
001270 1000-INITIALIZE-EXIT.
001280     EXIT.

001290******************************************************************
001300* 2000-CHECK-COUNT - GRADCHSE'S LOGGED MISSING-GRADE COUNT
001310*                    AGAINST THE LIMIT.
001320******************************************************************
001330 2000-CHECK-COUNT.
001340     SET TG-READ TO TRUE.
001350     MOVE WS-SELECTED-TERM TO TG-TERM-CODE.
001360     MOVE 5 TO TG-STEP-SEQ.
001370     CALL "TCLSTEP" USING TG-STEP-AREA.
001380     IF TG-GATE-SHUT
001390         MOVE "  (NO MISSING-GRADE COUNT LOGGED BY GRADCHSE)"
001400             TO WS-REPORT-LINE
001410         WRITE GT-REPORT-LINE FROM WS-REPORT-LINE
001420         MOVE 8 TO RETURN-CODE
001430         GO TO 2000-CHECK-COUNT-EXIT
001440     END-IF.
001450     MOVE TG-ITEM-COUNT TO WS-MISSING-COUNT.

001460     MOVE WS-MISSING-COUNT TO WS-COUNT-ED.
001470     MOVE SPACES TO WS-REPORT-LINE.
001480     STRING "MISSING GRADES:   " DELIMITED BY SIZE
001490            WS-COUNT-ED          DELIMITED BY SIZE
001500         INTO WS-REPORT-LINE.
001510     WRITE GT-REPORT-LINE FROM WS-REPORT-LINE.
001520     MOVE WS-MISSING-LIMIT TO WS-COUNT-ED.
001530     MOVE SPACES TO WS-REPORT-LINE.
001540     STRING "LIMIT:            " DELIMITED BY SIZE
001550            WS-COUNT-ED          DELIMITED BY SIZE
001560         INTO WS-REPORT-LINE.
001570     WRITE GT-REPORT-LINE FROM WS-REPORT-LINE.

001580     IF WS-MISSING-COUNT > WS-MISSING-LIMIT
001590         MOVE "  (OVER THE LIMIT - TERM CLOSE HELD)"
001600             TO WS-REPORT-LINE
001610         WRITE GT-REPORT-LINE FROM WS-REPORT-LINE
001620         DISPLAY "TERM ", WS-SELECTED-TERM,
001630             " HELD - MISSING GRADES OVER THE LIMIT"
001640         MOVE 8 TO RETURN-CODE
001650         GO TO 2000-CHECK-COUNT-EXIT
001660     END-IF.
001670     MOVE "  (WITHIN THE LIMIT - TERM CLOSE MAY PROCEED)"
001680         TO WS-REPORT-LINE.
001690     WRITE GT-REPORT-LINE FROM WS-REPORT-LINE.
001700 2000-CHECK-COUNT-EXIT.
001710     EXIT.

001720******************************************************************
001730* 3000-FINISH - LOG THE GATE AS PASSED AND CLOSE THE REPORT.
001740*               THE LIMIT IT PASSED UNDER IS ITS LOGGED COUNT.
001750******************************************************************
001760 3000-FINISH.
001770     CLOSE GATE-RPT.
001780     IF RETURN-CODE NOT = 8
001790         SET TG-END TO TRUE
001800         MOVE WS-SELECTED-TERM TO TG-TERM-CODE
001810         MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME
001820         MOVE ZERO TO TG-RETURN-CODE
001830         MOVE WS-MISSING-LIMIT TO TG-ITEM-COUNT
001840         CALL "TCLSTEP" USING TG-STEP-AREA
001850         MOVE 0 TO RETURN-CODE
001860     END-IF.
001870 3000-FINISH-EXIT.
001880     EXIT.

001890 END PROGRAM GRADGATE.
