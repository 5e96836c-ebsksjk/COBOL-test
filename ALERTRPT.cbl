000010******************************************************************
000020* PROGRAM-ID : ALERTRPT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ON-CALL ALERT HISTORY REPORT.  LISTS EVERY ALERT ON THE
000090*   WATCHER'S HISTORY (WATCHHST) - ABENDS TRAPPED BY ERRLOGW
000095*   AND PAGED BY BATWATCH, LATE STEPS AND MISSED CHAIN
000100*   DEADLINES RAISED BY BATWATCH - WITH
000110*   THE NIGHT, STEP AND PROGRAM, WHEN IT WAS RAISED, AND WHEN
000120*   THE STEP (OR, FOR A DEADLINE, THE CHAIN) FINALLY ENDED AND
000130*   WITH WHAT STATUS, FROM THE COMPLETION BATWATCH RECORDED.
000140*   AN ALERT WITH NO COMPLETION YET IS SHOWN AS STILL OPEN.
000150*   THE LATEST 500 ALERTS ARE LISTED.  RC 4 WHEN ANY ALERT IS
000160*   STILL OPEN, RC 0 OTHERWISE.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  RO   ORIGINAL PROGRAM.
000195*   2026-10-15  RO   READS THE WATCHER'S HISTORY (WATCHHST).
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    ALERTRPT.
000230 AUTHOR.        R. OKONKWO.
000240 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000250 DATE-WRITTEN.  2026-10-15.
000260 DATE-COMPILED.

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ALERT-HISTORY ASSIGN TO "WATCHHST"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ALERT-STATUS.

000330     SELECT ALERT-RPT ASSIGN TO "ALERTRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RPT-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ALERT-HISTORY.
000390     COPY "alerthst.cpy".

000400 FD  ALERT-RPT.
000410 01  AR-REPORT-LINE           PIC X(80).

000420 WORKING-STORAGE SECTION.
000430     COPY "runhdr.cpy".

000440 01  WS-SWITCHES.
000450     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000460         88  WS-EOF           VALUE "Y".
000470     05  WS-DROPPED-SWITCH    PIC X(01) VALUE "N".
000480         88  WS-ALERTS-DROPPED VALUE "Y".

000490 01  WS-FILE-STATUSES.
000500     05  WS-ALERT-STATUS      PIC X(02) VALUE "00".
000510     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000520*    THE ALERTS, IN HISTORY ORDER, EACH STAMPED WITH ITS
000530*    COMPLETION WHEN ONE FOLLOWS.  FIVE HUNDRED IS MONTHS OF
000540*    NIGHTS; OLDER ALERTS ROLL OFF THE FRONT.
000550 01  WS-ALERT-TABLE.
000560     05  WS-ALERT-COUNT       PIC 9(03) COMP VALUE ZERO.
000570     05  WS-ALERT-ENTRY OCCURS 500 TIMES.
000580         10  WS-AL-RUN-DATE   PIC 9(08).
000590         10  WS-AL-STEP       PIC 9(03).
000600         10  WS-AL-PROGRAM    PIC X(08).
000610         10  WS-AL-TYPE       PIC X(01).
000620         10  WS-AL-RAISED-DATE PIC 9(08).
000630         10  WS-AL-RAISED-TIME PIC 9(08).
000640         10  WS-AL-TEXT       PIC X(40).
000650         10  WS-AL-DONE-SWITCH PIC X(01).
000660             88  WS-AL-DONE   VALUE "Y".
000670         10  WS-AL-DONE-DATE  PIC 9(08).
000680         10  WS-AL-DONE-TIME  PIC 9(08).
000690         10  WS-AL-DONE-STATUS PIC X(01).
000700 77  WS-ALERT-SUB             PIC 9(03) COMP.

000710 01  WS-TIME-PARTS.
000720     05  WS-TP-HH             PIC 9(02).
000730     05  WS-TP-MM             PIC 9(02).
000740     05  WS-TP-SS             PIC 9(02).
000750     05  WS-TP-HS             PIC 9(02).
000760 01  WS-TYPE-TEXT             PIC X(08).
000770 01  WS-RAISED-TEXT           PIC X(05).
000780 01  WS-DONE-TEXT             PIC X(24).

000790 01  WS-COUNTERS.
000800     05  WS-ALERTS-LISTED     PIC 9(05) VALUE ZERO.
000810     05  WS-ALERTS-OPEN       PIC 9(05) VALUE ZERO.

000820 01  WS-EDIT-FIELDS.
000830     05  WS-COUNT-ED          PIC ZZZZ9.

000840 01  WS-REPORT-LINE           PIC X(80).

000850 PROCEDURE DIVISION.

000860******************************************************************
000870* 0000-MAINLINE.
000880******************************************************************
000890 0000-MAINLINE.
000900     MOVE "ALERTRPT" TO RH-PROGRAM-NAME.
000910     CALL "BIZDATE" USING RH-RUN-DATE.
000920     ACCEPT RH-RUN-TIME FROM TIME.
000930     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
000940         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
000950     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000960     PERFORM 2000-TABLE-ONE-RECORD THRU 2000-TABLE-ONE-RECORD-EXIT
000970         UNTIL WS-EOF.
000980     PERFORM 3000-PRINT-ONE-ALERT THRU 3000-PRINT-ONE-ALERT-EXIT
000990         VARYING WS-ALERT-SUB FROM 1 BY 1
001000         UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.
001010     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
001020     ACCEPT RH-RUN-TIME FROM TIME.
001030     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001040         RH-RUN-TIME.
001050     STOP RUN.

001060******************************************************************
001070* 1000-INITIALIZE - OPEN FILES AND PRINT THE HEADINGS.
001080******************************************************************
001090 1000-INITIALIZE.
001100     OPEN OUTPUT ALERT-RPT.
001110     MOVE "ON-CALL ALERT HISTORY" TO WS-REPORT-LINE.
001120     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
001130     MOVE SPACES TO WS-REPORT-LINE.
001140     STRING "AS OF " DELIMITED BY SIZE
001150            RH-RUN-DATE DELIMITED BY SIZE
001160         INTO WS-REPORT-LINE.
001170     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
001180     MOVE SPACES TO AR-REPORT-LINE.
001190     WRITE AR-REPORT-LINE.
001200     MOVE SPACES TO WS-REPORT-LINE.
001210     STRING "NIGHT    ALERT    STEP PROGRAM  " DELIMITED BY SIZE
001220            "RAISED          COMPLETED" DELIMITED BY SIZE
001230         INTO WS-REPORT-LINE.
001240     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.

001250     OPEN INPUT ALERT-HISTORY.
001260     IF WS-ALERT-STATUS NOT = "00"
001270         MOVE "  (NO ALERT HISTORY - NO ALERTS RAISED)"
001280             TO WS-REPORT-LINE
001290         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
001300         SET WS-EOF TO TRUE
001310     END-IF.
001320 1000-INITIALIZE-EXIT.
001330     EXIT.

001340******************************************************************
001350* 2000-TABLE-ONE-RECORD - AN ALERT JOINS THE TABLE; A COMPLETION
001360*                         CLOSES EVERY OPEN ALERT FOR THE SAME
001370*                         PROGRAM ON THE SAME NIGHT.
001380******************************************************************
001390 2000-TABLE-ONE-RECORD.
001400     READ ALERT-HISTORY
001410         AT END
001420             SET WS-EOF TO TRUE
001430             GO TO 2000-TABLE-ONE-RECORD-EXIT
001440     END-READ.
001450     IF WS-ALERT-STATUS NOT = "00"
001460         SET WS-EOF TO TRUE
001470         GO TO 2000-TABLE-ONE-RECORD-EXIT
001480     END-IF.

001490     IF AH-STEP-COMPLETED
001500         PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
001510                 UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
001520             IF WS-AL-RUN-DATE (WS-ALERT-SUB) = AH-RUN-DATE
001530                     AND WS-AL-PROGRAM (WS-ALERT-SUB)
001540                         = AH-PROGRAM-NAME
001550                     AND NOT WS-AL-DONE (WS-ALERT-SUB)
001560                 SET WS-AL-DONE (WS-ALERT-SUB) TO TRUE
001570                 MOVE AH-EVENT-DATE
001580                     TO WS-AL-DONE-DATE (WS-ALERT-SUB)
001590                 MOVE AH-EVENT-TIME
001600                     TO WS-AL-DONE-TIME (WS-ALERT-SUB)
001610                 MOVE AH-STEP-STATUS
001620                     TO WS-AL-DONE-STATUS (WS-ALERT-SUB)
001630                 IF AH-STEP-NUMBER NOT = ZERO
001640                     MOVE AH-STEP-NUMBER
001650                         TO WS-AL-STEP (WS-ALERT-SUB)
001660                 END-IF
001670             END-IF
001680         END-PERFORM
001690         GO TO 2000-TABLE-ONE-RECORD-EXIT
001700     END-IF.

001710     IF WS-ALERT-COUNT >= 500
001720*        DROP THE OLDEST - SHIFT THE TABLE DOWN ONE.
001730         PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
001740                 UNTIL WS-ALERT-SUB >= 500
001750             MOVE WS-ALERT-ENTRY (WS-ALERT-SUB + 1)
001760                 TO WS-ALERT-ENTRY (WS-ALERT-SUB)
001770         END-PERFORM
001780         MOVE 499 TO WS-ALERT-COUNT
001790         SET WS-ALERTS-DROPPED TO TRUE
001800     END-IF.
001810     ADD 1 TO WS-ALERT-COUNT.
001820     MOVE AH-RUN-DATE TO WS-AL-RUN-DATE (WS-ALERT-COUNT).
001830     MOVE AH-STEP-NUMBER TO WS-AL-STEP (WS-ALERT-COUNT).
001840     MOVE AH-PROGRAM-NAME TO WS-AL-PROGRAM (WS-ALERT-COUNT).
001850     MOVE AH-ALERT-TYPE TO WS-AL-TYPE (WS-ALERT-COUNT).
001860     MOVE AH-EVENT-DATE TO WS-AL-RAISED-DATE (WS-ALERT-COUNT).
001870     MOVE AH-EVENT-TIME TO WS-AL-RAISED-TIME (WS-ALERT-COUNT).
001880     MOVE AH-ALERT-TEXT TO WS-AL-TEXT (WS-ALERT-COUNT).
001890     MOVE "N" TO WS-AL-DONE-SWITCH (WS-ALERT-COUNT).
001900     MOVE ZERO TO WS-AL-DONE-DATE (WS-ALERT-COUNT).
001910     MOVE ZERO TO WS-AL-DONE-TIME (WS-ALERT-COUNT).
001920     MOVE SPACE TO WS-AL-DONE-STATUS (WS-ALERT-COUNT).
001930 2000-TABLE-ONE-RECORD-EXIT.
001940     EXIT.

001950******************************************************************
001960* 3000-PRINT-ONE-ALERT - THE ALERT LINE AND ITS TEXT BENEATH.
001970******************************************************************
001980 3000-PRINT-ONE-ALERT.
001990     ADD 1 TO WS-ALERTS-LISTED.
002000     EVALUATE WS-AL-TYPE (WS-ALERT-SUB)
002010         WHEN "A"
002020             MOVE "ABEND" TO WS-TYPE-TEXT
002030         WHEN "L"
002040             MOVE "LATE" TO WS-TYPE-TEXT
002050         WHEN "D"
002060             MOVE "DEADLINE" TO WS-TYPE-TEXT
002070         WHEN OTHER
002080             MOVE WS-AL-TYPE (WS-ALERT-SUB) TO WS-TYPE-TEXT
002090     END-EVALUATE.
002100     MOVE WS-AL-RAISED-TIME (WS-ALERT-SUB) TO WS-TIME-PARTS.
002110     MOVE SPACES TO WS-RAISED-TEXT.
002120     STRING WS-TP-HH DELIMITED BY SIZE
002130            ":" DELIMITED BY SIZE
002140            WS-TP-MM DELIMITED BY SIZE
002150         INTO WS-RAISED-TEXT.
002160     MOVE SPACES TO WS-DONE-TEXT.
002170     IF WS-AL-DONE (WS-ALERT-SUB)
002180         MOVE WS-AL-DONE-TIME (WS-ALERT-SUB) TO WS-TIME-PARTS
002190         STRING WS-AL-DONE-DATE (WS-ALERT-SUB)
002200                             DELIMITED BY SIZE
002210                " "          DELIMITED BY SIZE
002220                WS-TP-HH     DELIMITED BY SIZE
002230                ":"          DELIMITED BY SIZE
002240                WS-TP-MM     DELIMITED BY SIZE
002250                "  "         DELIMITED BY SIZE
002260                WS-AL-DONE-STATUS (WS-ALERT-SUB)
002270                             DELIMITED BY SIZE
002280             INTO WS-DONE-TEXT
002290     ELSE
002300         ADD 1 TO WS-ALERTS-OPEN
002310         MOVE "*** STILL OPEN ***" TO WS-DONE-TEXT
002320     END-IF.
002330     MOVE SPACES TO WS-REPORT-LINE.
002340     STRING WS-AL-RUN-DATE (WS-ALERT-SUB) DELIMITED BY SIZE
002350            " "            DELIMITED BY SIZE
002360            WS-TYPE-TEXT   DELIMITED BY SIZE
002370            " "            DELIMITED BY SIZE
002380            WS-AL-STEP (WS-ALERT-SUB) DELIMITED BY SIZE
002390            "  "           DELIMITED BY SIZE
002400            WS-AL-PROGRAM (WS-ALERT-SUB) DELIMITED BY SIZE
002410            " "            DELIMITED BY SIZE
002420            WS-AL-RAISED-DATE (WS-ALERT-SUB) DELIMITED BY SIZE
002430            " "            DELIMITED BY SIZE
002440            WS-RAISED-TEXT DELIMITED BY SIZE
002450            "  "           DELIMITED BY SIZE
002460            WS-DONE-TEXT   DELIMITED BY SIZE
002470         INTO WS-REPORT-LINE.
002480     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
002490     MOVE SPACES TO WS-REPORT-LINE.
002500     STRING "         " DELIMITED BY SIZE
002510            WS-AL-TEXT (WS-ALERT-SUB) DELIMITED BY SIZE
002520         INTO WS-REPORT-LINE.
002530     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
002540 3000-PRINT-ONE-ALERT-EXIT.
002550     EXIT.

002560******************************************************************
002570* 9000-FINISH - TOTALS, CLOSE FILES, RETURN CODE.
002580******************************************************************
002590 9000-FINISH.
002600     IF WS-ALERT-STATUS = "00" OR WS-ALERT-STATUS = "10"
002610         CLOSE ALERT-HISTORY
002620     END-IF.
002630     MOVE SPACES TO AR-REPORT-LINE.
002640     WRITE AR-REPORT-LINE.
002650     IF WS-ALERTS-DROPPED
002660         MOVE "  (OLDER ALERTS ON THE HISTORY NOT SHOWN)"
002670             TO WS-REPORT-LINE
002680         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
002690     END-IF.
002700     MOVE WS-ALERTS-LISTED TO WS-COUNT-ED.
002710     MOVE SPACES TO WS-REPORT-LINE.
002720     STRING "ALERTS LISTED:     " DELIMITED BY SIZE
002730            WS-COUNT-ED DELIMITED BY SIZE
002740         INTO WS-REPORT-LINE.
002750     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
002760     MOVE WS-ALERTS-OPEN TO WS-COUNT-ED.
002770     MOVE SPACES TO WS-REPORT-LINE.
002780     STRING "STILL OPEN:        " DELIMITED BY SIZE
002790            WS-COUNT-ED DELIMITED BY SIZE
002800         INTO WS-REPORT-LINE.
002810     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
002820     CLOSE ALERT-RPT.
002830     IF WS-ALERTS-OPEN > ZERO
002840         MOVE 4 TO RETURN-CODE
002850     ELSE
002860         MOVE 0 TO RETURN-CODE
002870     END-IF.
002880 9000-FINISH-EXIT.
002890     EXIT.

002900 END PROGRAM ALERTRPT.
