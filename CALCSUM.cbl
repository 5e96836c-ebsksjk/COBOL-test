000110*   NON-OK TRANSACTION IN FULL WITH ITS INPUTS, AND TOTALS THE
000120*   RESULTS ACROSS THE SUCCESSFUL TRANSACTIONS - SO AN OPERATOR
000130*   CHASING A NIGHTLY ERROR NO LONGER DUMPS RAW RECORDS.
000133*   INPUT FILES CALCBAT REFUSED WHOLE (CALCREFU) ARE LISTED
000136*   AT THE END WITH THE REASON.  VOIDS (CALCBAT "V" RECORDS)
000137*   ARE SHOWN APART FROM THE RESULTS THEY REVERSE, SO EACH
000138*   SOURCE CARRIES GROSS, VOIDED AND NET TOTALS.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-08-22  RO   ORIGINAL PROGRAM.
000170*   2026-09-02  RO   SUMMARY BROKEN OUT BY FEEDING SOURCE
000180*                    (CR-SOURCE) AS WELL AS IN TOTAL.
000183*   2026-10-15  RO   REFUSED FEEDS SECTION FROM CALCBAT'S
000186*                    REFUSAL FILE (CALCREFU).
000187*   2026-10-15  RO   VOID ROWS (VD) COUNTED AND TOTALLED APART;
000188*                    GROSS, VOIDED AND NET BY SOURCE AND IN
000189*                    TOTAL.  REJECTED VOIDS (VU/VA) LISTED.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    CALCSUM.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RPT-STATUS.

000342     SELECT REFUSALS-IN ASSIGN TO "CALCREFU"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-REFU-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CALC-RESULTS.
000390 FD  SUMMARY-RPT.
000400 01  CS-REPORT-LINE           PIC X(80).

000403 FD  REFUSALS-IN.
000406     COPY "calcrefu.cpy".

000410 WORKING-STORAGE SECTION.
000420     COPY "runhdr.cpy".

000430 01  WS-SWITCHES.
000440     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000450         88  WS-EOF           VALUE "Y".
000453     05  WS-REFU-EOF-SWITCH   PIC X(01) VALUE "N".
000456         88  WS-REFU-EOF      VALUE "Y".

000460 01  WS-FILE-STATUSES.
000470     05  WS-RES-STATUS        PIC X(02) VALUE "00".
000480     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000485     05  WS-REFU-STATUS       PIC X(02) VALUE "00".

000490 01  WS-COUNTERS COMP.
000500     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000520     05  WS-DZ-COUNT          PIC 9(05) VALUE ZERO.
000530     05  WS-IV-COUNT          PIC 9(05) VALUE ZERO.
000540     05  WS-OV-COUNT          PIC 9(05) VALUE ZERO.
000541     05  WS-VD-COUNT          PIC 9(05) VALUE ZERO.
000542     05  WS-VX-COUNT          PIC 9(05) VALUE ZERO.
000545     05  WS-REFUSED-COUNT     PIC 9(05) VALUE ZERO.

000550 01  WS-RESULT-TOTAL          PIC S9(09)V99 VALUE ZERO.
000553 01  WS-VOID-TOTAL            PIC S9(09)V99 VALUE ZERO.
000556 01  WS-NET-TOTAL             PIC S9(09)V99 VALUE ZERO.

000560*    PER-SOURCE BREAKOUT - ONE ROW PER FEEDING DEPARTMENT.
000570 01  WS-SOURCE-TABLE.
000610         10  WS-SRC-COUNT     PIC 9(05).
000620         10  WS-SRC-OK        PIC 9(05).
000630         10  WS-SRC-TOTAL     PIC S9(09)V99.
000635         10  WS-SRC-VOIDED    PIC S9(09)V99.
000640 77  WS-SRC-SUB               PIC 9(02) COMP.
000650 77  WS-SRC-FOUND             PIC 9(02) COMP.

000660 01  WS-EDIT-FIELDS.
000670     05  WS-COUNT-ED          PIC ZZZZ9.
000680     05  WS-TOTAL-ED          PIC -ZZZZZZZZ9.99.
000683     05  WS-VOIDED-ED         PIC -ZZZZZZZZ9.99.
000686     05  WS-NET-ED            PIC -ZZZZZZZZ9.99.
000690     05  WS-RES-ED            PIC -ZZZ9.
000693     05  WS-HASH-ED           PIC ZZZZZZZZ9.
000696 01  WS-REASON-TEXT           PIC X(17).

000700 01  WS-REPORT-LINE           PIC X(80).

001280         WHEN CR-STATUS-OVERFLOW
001290             ADD 1 TO WS-OV-COUNT
001300             PERFORM 2200-LIST-FAILURE THRU 2200-LIST-FAILURE-EXIT
001301         WHEN CR-STATUS-VOIDED
001302             ADD 1 TO WS-VD-COUNT
001303             ADD CR-RES TO WS-VOID-TOTAL
001304         WHEN CR-STATUS-VOID-UNKNOWN OR CR-STATUS-VOID-REPEAT
001305             ADD 1 TO WS-VX-COUNT
001306             PERFORM 2200-LIST-FAILURE THRU 2200-LIST-FAILURE-EXIT
001310         WHEN OTHER
001320             PERFORM 2200-LIST-FAILURE THRU 2200-LIST-FAILURE-EXIT
001330     END-EVALUATE.
001840         MOVE ZERO TO WS-SRC-COUNT (WS-SRC-FOUND)
001850         MOVE ZERO TO WS-SRC-OK (WS-SRC-FOUND)
001860         MOVE ZERO TO WS-SRC-TOTAL (WS-SRC-FOUND)
001865         MOVE ZERO TO WS-SRC-VOIDED (WS-SRC-FOUND)
001870     END-IF.
001880     ADD 1 TO WS-SRC-COUNT (WS-SRC-FOUND).
001890     IF CR-STATUS-OK
001900         ADD 1 TO WS-SRC-OK (WS-SRC-FOUND)
001910         ADD CR-RES TO WS-SRC-TOTAL (WS-SRC-FOUND)
001920     END-IF.
001922     IF CR-STATUS-VOIDED
001924         ADD CR-RES TO WS-SRC-VOIDED (WS-SRC-FOUND)
001926     END-IF.
001930 2300-TALLY-SOURCE-EXIT.
001940     EXIT.

002230     STRING "  OV (OVERFLOW):        " DELIMITED BY SIZE
002240            WS-COUNT-ED                DELIMITED BY SIZE
002250         INTO WS-REPORT-LINE.
002252     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.

002254     MOVE WS-VD-COUNT TO WS-COUNT-ED.
002256     MOVE SPACES TO WS-REPORT-LINE.
002258     STRING "  VD (VOIDED ENTRY):    " DELIMITED BY SIZE
002260            WS-COUNT-ED                DELIMITED BY SIZE
002262         INTO WS-REPORT-LINE.
002264     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.

002266     MOVE WS-VX-COUNT TO WS-COUNT-ED.
002268     MOVE SPACES TO WS-REPORT-LINE.
002270     STRING "  VU/VA (VOID REJECTED):" DELIMITED BY SIZE
002272            WS-COUNT-ED                DELIMITED BY SIZE
002274         INTO WS-REPORT-LINE.
002276     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.

002278     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
002280     MOVE SPACES TO WS-REPORT-LINE.
002290     STRING "  TOTAL TRANSACTIONS:   " DELIMITED BY SIZE
002300            WS-COUNT-ED                DELIMITED BY SIZE
002350     STRING "TOTAL OF SUCCESSFUL RESULTS: " DELIMITED BY SIZE
002360            WS-TOTAL-ED                     DELIMITED BY SIZE
002370         INTO WS-REPORT-LINE.
002371     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.

002372     MOVE WS-VOID-TOTAL TO WS-TOTAL-ED.
002373     MOVE SPACES TO WS-REPORT-LINE.
002374     STRING "TOTAL VOIDED:                " DELIMITED BY SIZE
002375            WS-TOTAL-ED                     DELIMITED BY SIZE
002376         INTO WS-REPORT-LINE.
002377     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.

002378     ADD WS-RESULT-TOTAL WS-VOID-TOTAL GIVING WS-NET-TOTAL.
002379     MOVE WS-NET-TOTAL TO WS-TOTAL-ED.
002380     MOVE SPACES TO WS-REPORT-LINE.
002381     STRING "NET OF VOIDS:                " DELIMITED BY SIZE
002382            WS-TOTAL-ED                     DELIMITED BY SIZE
002383         INTO WS-REPORT-LINE.
002384     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.

002385     MOVE SPACES TO WS-REPORT-LINE.
002400     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.
002410     MOVE "BREAKDOWN BY SOURCE:" TO WS-REPORT-LINE.
002420     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.
002440         MOVE "  (NO SOURCED RESULTS)" TO WS-REPORT-LINE
002450         WRITE CS-REPORT-LINE FROM WS-REPORT-LINE
002460     ELSE
002462         MOVE SPACES TO WS-REPORT-LINE
002463         STRING "  SOURCE  TRANS         GROSS" DELIMITED BY SIZE
002464                "        VOIDED           NET" DELIMITED BY SIZE
002465             INTO WS-REPORT-LINE
002466         WRITE CS-REPORT-LINE FROM WS-REPORT-LINE
002470         PERFORM 3100-ONE-SOURCE-LINE
002480             THRU 3100-ONE-SOURCE-LINE-EXIT
002490             VARYING WS-SRC-SUB FROM 1 BY 1
002500             UNTIL WS-SRC-SUB > WS-SOURCE-USED
002510     END-IF.

002515     PERFORM 3200-LIST-REFUSALS THRU 3200-LIST-REFUSALS-EXIT.

002520     CLOSE CALC-RESULTS.
002530     CLOSE SUMMARY-RPT.
002540 3000-FINISH-EXIT.
002550     EXIT.

002560******************************************************************
002570* 3100-ONE-SOURCE-LINE - ONE FEEDING SOURCE'S COUNT AND ITS
002580*                        GROSS, VOIDED AND NET TOTALS.
002590******************************************************************
002600 3100-ONE-SOURCE-LINE.
002610     MOVE WS-SRC-COUNT (WS-SRC-SUB) TO WS-COUNT-ED.
002620     MOVE WS-SRC-TOTAL (WS-SRC-SUB) TO WS-TOTAL-ED.
002622     MOVE WS-SRC-VOIDED (WS-SRC-SUB) TO WS-VOIDED-ED.
002624     ADD WS-SRC-TOTAL (WS-SRC-SUB) WS-SRC-VOIDED (WS-SRC-SUB)
002626         GIVING WS-NET-TOTAL.
002628     MOVE WS-NET-TOTAL TO WS-NET-ED.
002630     MOVE SPACES TO WS-REPORT-LINE.
002640     STRING "  " DELIMITED BY SIZE
002650            WS-SRC-CODE (WS-SRC-SUB) DELIMITED BY SIZE
002660            "  " DELIMITED BY SIZE
002670            WS-COUNT-ED DELIMITED BY SIZE
002680            " " DELIMITED BY SIZE
002690            WS-TOTAL-ED DELIMITED BY SIZE
002692            " " DELIMITED BY SIZE
002694            WS-VOIDED-ED DELIMITED BY SIZE
002696            " " DELIMITED BY SIZE
002698            WS-NET-ED DELIMITED BY SIZE
002700         INTO WS-REPORT-LINE.
002710     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.
002720 3100-ONE-SOURCE-LINE-EXIT.
002730     EXIT.

002740******************************************************************
002750* 3200-LIST-REFUSALS - ONE LINE PER INPUT FILE CALCBAT REFUSED
002760*                      WHOLE.  NO CALCREFU MEANS NONE TO LIST.
002770******************************************************************
002780 3200-LIST-REFUSALS.
002790     MOVE SPACES TO WS-REPORT-LINE.
002800     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.
002810     MOVE "REFUSED FEEDS:" TO WS-REPORT-LINE.
002820     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.
002830     OPEN INPUT REFUSALS-IN.
002840     IF WS-REFU-STATUS NOT = "00"
002850         MOVE "  (NO REFUSAL FILE)" TO WS-REPORT-LINE
002860         WRITE CS-REPORT-LINE FROM WS-REPORT-LINE
002870         GO TO 3200-LIST-REFUSALS-EXIT
002880     END-IF.
002890     MOVE "  SOURCE CREATED   REASON             TRANS       HASH"
002900         TO WS-REPORT-LINE.
002910     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.
002920     PERFORM 3210-READ-REFUSAL THRU 3210-READ-REFUSAL-EXIT.
002930     PERFORM 3220-ONE-REFUSAL-LINE THRU 3220-ONE-REFUSAL-LINE-EXIT
002940         UNTIL WS-REFU-EOF.
002950     CLOSE REFUSALS-IN.
002960     IF WS-REFUSED-COUNT = ZERO
002970         MOVE "  (NONE)" TO WS-REPORT-LINE
002980         WRITE CS-REPORT-LINE FROM WS-REPORT-LINE
002990     END-IF.
003000 3200-LIST-REFUSALS-EXIT.
003010     EXIT.

003020******************************************************************
003030* 3210-READ-REFUSAL - GET THE NEXT REFUSED-FEED RECORD.
003040******************************************************************
003050 3210-READ-REFUSAL.
003060     READ REFUSALS-IN
003070         AT END
003080             SET WS-REFU-EOF TO TRUE
003090     END-READ.
003100 3210-READ-REFUSAL-EXIT.
003110     EXIT.

003120******************************************************************
003130* 3220-ONE-REFUSAL-LINE - SOURCE, CREATION DATE, REASON, AND
003140*                         WHAT THE REFUSED FILE HELD.
003150******************************************************************
003160 3220-ONE-REFUSAL-LINE.
003170     ADD 1 TO WS-REFUSED-COUNT.
003180     EVALUATE TRUE
003190         WHEN RF-OUT-OF-BALANCE
003200             MOVE "CB OUT OF BALANCE" TO WS-REASON-TEXT
003210         WHEN RF-DUPLICATE
003220             MOVE "DU DUPLICATE" TO WS-REASON-TEXT
003230         WHEN RF-OUT-OF-SEQUENCE
003240             MOVE "OS OUT OF SEQ" TO WS-REASON-TEXT
003250         WHEN OTHER
003260             MOVE RF-REASON TO WS-REASON-TEXT
003270     END-EVALUATE.
003280     MOVE RF-RECORD-COUNT TO WS-COUNT-ED.
003290     MOVE RF-HASH-TOTAL TO WS-HASH-ED.
003300     MOVE SPACES TO WS-REPORT-LINE.
003310     STRING "  "           DELIMITED BY SIZE
003320            RF-SOURCE      DELIMITED BY SIZE
003330            " "            DELIMITED BY SIZE
003340            RF-CREATE-DATE DELIMITED BY SIZE
003350            "  "           DELIMITED BY SIZE
003360            WS-REASON-TEXT DELIMITED BY SIZE
003370            "  "           DELIMITED BY SIZE
003380            WS-COUNT-ED    DELIMITED BY SIZE
003390            "  "           DELIMITED BY SIZE
003400            WS-HASH-ED     DELIMITED BY SIZE
003410         INTO WS-REPORT-LINE.
003420     WRITE CS-REPORT-LINE FROM WS-REPORT-LINE.
003430     PERFORM 3210-READ-REFUSAL THRU 3210-READ-REFUSAL-EXIT.
003440 3220-ONE-REFUSAL-LINE-EXIT.
003450     EXIT.

003460 END PROGRAM CALCSUM.
