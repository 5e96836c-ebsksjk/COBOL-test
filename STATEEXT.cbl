000190*   CELL COUNT AND GRAND TOTALS.  THE STATCERT CERTIFICATION
000200*   PAGE PRINTS EVERY CELL AND THE GRAND TOTALS FOR THE
000210*   REGISTRAR TO SIGN.
000213*   A TERM ON STATPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000216*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-09-02  RO   ORIGINAL PROGRAM.
000250*   2026-09-02  RO   AN "F" STATECTL RECORD LIMITS THE
000260*                    EXTRACT TO ONE CAMPUS'S FROZEN ROWS.
000262*   2026-10-15  RO   A BLANK OR MISSING STATPARM TERM TAKES THE
000264*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000266*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000268*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    STATEEXT.
000720 WORKING-STORAGE SECTION.
000730     COPY "runhdr.cpy".

000733*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000736     COPY "runparm.cpy".

000740 01  WS-SWITCHES.
000750     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000760         88  WS-EOF           VALUE "Y".
001620         TO WS-REPORT-LINE.
001630     WRITE SX-REPORT-LINE FROM WS-REPORT-LINE.

001639*    A TERM ON STATPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001648*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
001657*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001666     MOVE SPACES TO RK-EXPLICIT-TERM.
001675     OPEN INPUT STATE-PARM.
001684     IF WS-PARM-STATUS = "00"
001693         READ STATE-PARM
001702             AT END
001711                 MOVE SPACES TO SP-TERM-CODE
001720         END-READ
001729         MOVE SP-TERM-CODE TO RK-EXPLICIT-TERM
001738         CLOSE STATE-PARM
001747     END-IF.
001756     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001765     SET RK-CURRENT-TERM TO TRUE.
001774     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001783     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001792     WRITE SX-REPORT-LINE FROM WS-REPORT-LINE.
001801     IF NOT RK-TERM-VALID
001810         SET WS-EOF TO TRUE
001819         MOVE 8 TO RETURN-CODE
001828         GO TO 1000-INITIALIZE-EXIT
001837     END-IF.
001846     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001860     MOVE SPACES TO WS-REPORT-LINE.
001870     STRING "TERM "          DELIMITED BY SIZE
