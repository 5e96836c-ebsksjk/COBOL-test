000110*   ONE CONSOLIDATED REPORT WITH A STEP-BY-STEP RUN SUMMARY AT
000120*   THE END, SO THE OPERATOR HAS ONE REPORT TO READ INSTEAD OF
000130*   THREE, AND ONE PLACE TO SEE WHICH STEPS ACTUALLY RAN.
000133*   INPUT FILES CALCBAT REFUSED WHOLE (CALCREFU) ARE LISTED IN
000136*   ITS SECTION AND COUNTED IN THE RUN SUMMARY.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-08-09  RO   ORIGINAL PROGRAM.
000170*   2026-08-22  RO   APPENDS A NIGHTLY SUMMARY RECORD TO THE
000180*                    RUN-HISTORY FILE FOR MORNRPT.
000183*   2026-10-15  RO   CALCBAT'S REFUSED FEEDS (CALCREFU) LISTED
000186*                    AND COUNTED IN THE RUN SUMMARY.
000187*   2026-10-15  RO   A CALCBAT VOID ROW (VD) IS A POSTING, NOT
000188*                    AN ERROR.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    NITERPT.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CALC-STATUS.

000342     SELECT CALC-REFUSALS ASSIGN TO "CALCREFU"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-REFU-STATUS.

000350     SELECT COMPUTATION-RPT ASSIGN TO "COMPURPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-COMP-STATUS.
000480 FD  CALC-RESULTS.
000490     COPY "calcres.cpy".

000493 FD  CALC-REFUSALS.
000496     COPY "calcrefu.cpy".

000500 FD  COMPUTATION-RPT.
000510 01  CP-REPORT-LINE            PIC X(132).

000730         88  WS-CALC-EOF       VALUE "Y".
000740     05  WS-COMP-EOF-SWITCH    PIC X(01) VALUE "N".
000750         88  WS-COMP-EOF       VALUE "Y".
000753     05  WS-REFU-EOF-SWITCH    PIC X(01) VALUE "N".
000756         88  WS-REFU-EOF       VALUE "Y".

000760 01  WS-FILE-STATUSES.
000770     05  WS-STUD-STATUS        PIC X(02) VALUE "00".
000790     05  WS-COMP-STATUS        PIC X(02) VALUE "00".
000800     05  WS-NITE-STATUS        PIC X(02) VALUE "00".
000810     05  WS-HIST-STATUS        PIC X(02) VALUE "00".
000815     05  WS-REFU-STATUS        PIC X(02) VALUE "00".

000820 01  WS-STEP-FLAGS.
000830     05  WS-STUD-RAN-SWITCH    PIC X(01) VALUE "N".
000910 01  WS-CALC-COUNTERS COMP.
000920     05  WS-CALC-RECORD-COUNT  PIC 9(05) VALUE ZERO.
000930     05  WS-CALC-ERROR-COUNT   PIC 9(05) VALUE ZERO.
000935     05  WS-CALC-REFUSED-COUNT PIC 9(05) VALUE ZERO.

000940*    STUDBAT'S OWN TOTALS, LIFTED OFF ITS REPORT LINES AS THEY
000950*    ARE COPIED THROUGH, FOR THE NIGHTLY RUN-HISTORY RECORD.
000990 01  WS-EDIT-COUNTERS.
001000     05  WS-CALC-RECORD-CNT-ED PIC ZZZZ9.
001010     05  WS-CALC-ERROR-CNT-ED  PIC ZZZZ9.
001015     05  WS-CALC-REFUSED-CNT-ED PIC ZZZZ9.

001016 01  WS-REFUSAL-TEXT           PIC X(32).
001017 01  WS-REFUSAL-DATE           PIC X(08).

001020 01  WS-REPORT-LINE            PIC X(132).

002440         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002450     END-IF.

002455     PERFORM 3300-LIST-REFUSALS THRU 3300-LIST-REFUSALS-EXIT.

002460     MOVE SPACES TO WS-REPORT-LINE.
002470     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
002480 3000-CALC-SECTION-EXIT.
002590     EXIT.

002600******************************************************************
002610* 3200-TALLY-CALC-RECORD - COUNT ONE RESULT, FLAGGING ANY OF
002620*                          CALCBAT'S ERROR STATUSES.
002630******************************************************************
002640 3200-TALLY-CALC-RECORD.
002650     SET WS-CALC-RAN TO TRUE.
002660     ADD 1 TO WS-CALC-RECORD-COUNT.
002670     IF NOT CR-STATUS-OK AND NOT CR-STATUS-VOIDED
002680         ADD 1 TO WS-CALC-ERROR-COUNT
002690     END-IF.
002691     PERFORM 3100-READ-CALC-RECORD
002692         THRU 3100-READ-CALC-RECORD-EXIT.
002693 3200-TALLY-CALC-RECORD-EXIT.
002694     EXIT.

002695******************************************************************
002696* 3300-LIST-REFUSALS - ONE LINE PER INPUT FILE CALCBAT REFUSED
002697*                      WHOLE.  THE FILE BEING THERE AT ALL MEANS
002698*                      CALCBAT RAN, EVEN IF IT POSTED NOTHING.
002699******************************************************************
002700 3300-LIST-REFUSALS.
002701     OPEN INPUT CALC-REFUSALS.
002702     IF WS-REFU-STATUS NOT = "00"
002703         GO TO 3300-LIST-REFUSALS-EXIT
002704     END-IF.
002705     SET WS-CALC-RAN TO TRUE.
002706     PERFORM 3310-READ-REFUSAL THRU 3310-READ-REFUSAL-EXIT.
002707     PERFORM 3320-ONE-REFUSAL THRU 3320-ONE-REFUSAL-EXIT
002708         UNTIL WS-REFU-EOF.
002709     CLOSE CALC-REFUSALS.
002710     IF WS-CALC-REFUSED-COUNT > ZERO
002711         MOVE WS-CALC-REFUSED-COUNT TO WS-CALC-REFUSED-CNT-ED
002712         MOVE SPACES TO WS-REPORT-LINE
002713         STRING "  INPUT FILES REFUSED:   " DELIMITED BY SIZE
002714                WS-CALC-REFUSED-CNT-ED     DELIMITED BY SIZE
002715             INTO WS-REPORT-LINE
002716         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002717     END-IF.
002718 3300-LIST-REFUSALS-EXIT.
002719     EXIT.

002720******************************************************************
002721* 3310-READ-REFUSAL - GET THE NEXT REFUSED-FEED RECORD.
002722******************************************************************
002723 3310-READ-REFUSAL.
002724     READ CALC-REFUSALS
002725         AT END
002726             SET WS-REFU-EOF TO TRUE
002727     END-READ.
002728 3310-READ-REFUSAL-EXIT.
002729     EXIT.

002730******************************************************************
002731* 3320-ONE-REFUSAL - LIST ONE REFUSED FEED WITH ITS REASON.
002732******************************************************************
002733 3320-ONE-REFUSAL.
002734     ADD 1 TO WS-CALC-REFUSED-COUNT.
002735     MOVE SPACES TO WS-REFUSAL-DATE.
002736     EVALUATE TRUE
002737         WHEN RF-OUT-OF-BALANCE
002738             MOVE "CONTROL TOTALS OUT OF BALANCE"
002739                 TO WS-REFUSAL-TEXT
002740         WHEN RF-DUPLICATE
002741             MOVE "DUPLICATE, FIRST PROCESSED" TO WS-REFUSAL-TEXT
002742             MOVE RF-PRIOR-DATE TO WS-REFUSAL-DATE
002743         WHEN RF-OUT-OF-SEQUENCE
002744             MOVE "OUT OF SEQUENCE, LAST FILE" TO WS-REFUSAL-TEXT
002745             MOVE RF-PRIOR-DATE TO WS-REFUSAL-DATE
002746         WHEN OTHER
002747             MOVE "REASON" TO WS-REFUSAL-TEXT
002748             MOVE RF-REASON TO WS-REFUSAL-DATE
002749     END-EVALUATE.
002750     MOVE SPACES TO WS-REPORT-LINE.
002751     STRING "  REFUSED: SOURCE "  DELIMITED BY SIZE
002752            RF-SOURCE             DELIMITED BY SIZE
002753            " CREATED "           DELIMITED BY SIZE
002754            RF-CREATE-DATE        DELIMITED BY SIZE
002755            " - "                 DELIMITED BY SIZE
002756            WS-REFUSAL-TEXT       DELIMITED BY "  "
002757            " "                   DELIMITED BY SIZE
002758            WS-REFUSAL-DATE       DELIMITED BY SIZE
002759         INTO WS-REPORT-LINE.
002760     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
002761     PERFORM 3310-READ-REFUSAL THRU 3310-READ-REFUSAL-EXIT.
002762 3320-ONE-REFUSAL-EXIT.
002763     EXIT.

002764******************************************************************
002765* 4000-COMPUTATION-SECTION - COPY COMPUPER'S COMPUTATION REPORT
002766*                            INTO THE CONSOLIDATED REPORT.
002767******************************************************************
002780 4000-COMPUTATION-SECTION.
002790     MOVE "*** COMPUTATION REPORT (COMPUPER) ***"
002800         TO WS-REPORT-LINE.
003450         END-IF
003460         SET WS-OVERALL-FAILED TO TRUE
003470     END-IF.
003472     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

003474*    A REFUSED INPUT FILE POSTED NOTHING AND NEEDS THE
003476*    OPERATOR, WHETHER OR NOT THE REST OF THE STEP WAS CLEAN.
003478     IF WS-CALC-REFUSED-COUNT > ZERO
003480         MOVE SPACES TO WS-REPORT-LINE
003482         STRING "  CALCBAT INPUT FILES REFUSED.... "
003484                    DELIMITED BY SIZE
003486                WS-CALC-REFUSED-CNT-ED DELIMITED BY SIZE
003488             INTO WS-REPORT-LINE
003490         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
003492         SET WS-OVERALL-FAILED TO TRUE
003494     END-IF.

003496     IF WS-COMP-RAN
003500         MOVE "  COMPUTATION REPORT (COMPUPER).. RAN"
003510             TO WS-REPORT-LINE
003520     ELSE
