000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   VERIFICATION WALK OVER THE CHAINED AUDIT FILES (LOGINAUD,
000090*   OPLOG, CHGHIST, ACCSLOG).  EVERY ENTRY CARRIES THE RUN
000100*   SEQUENCE AND CHAIN CHECK AUDCHAIN ISSUED; THIS JOB RECOMPUTES
000110*   EVERY LINK AND REPORTS THE EXACT RECORD OF ANY BREAK IN
000120*   SEQUENCE OR CHAIN.  A FILE WHOSE FIRST ENTRY IS SEQUENCE 1 IS
000130*   PROVEN FROM A ZERO CHAIN; A HEAD-PURGED FILE (RETNPURG)
000140*   ANCHORS ON ITS FIRST SURVIVING ENTRY AND IS PROVEN FORWARD
000145*   FROM THERE.
000150*   THE LAST ENTRY IS ALSO HELD AGAINST THE AUDCHCTL CONTROL -
000160*   A TAIL CUT SHORTER THAN THE LAST ISSUED SEQUENCE IS A
000170*   BREAK.  RC 8 WHEN ANY CHAIN FAILS, RC 0 WHEN ALL FOUR
000180*   PROVE.  ENDS WITH GOBACK SO THE CROSS-LOG CORRELATION
000190*   REPORT CAN DRIVE IT BEFORE CERTIFYING A DAY.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-09-02  RO   ORIGINAL PROGRAM.
000223*   2026-10-15  RO   CHGHIST BODY WALKED AT 109 BYTES FOR THE
000226*                    EIGHT-DIGIT STUDENT ID.
000227*   2026-10-15  RO   WALKS THE STUDENT RECORD-ACCESS LOG
000228*                    (ACCSLOG) AS THE FOURTH CHAIN.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    AUDVERIF.
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CH-STATUS.

000412     SELECT ACCESS-LOG ASSIGN TO "ACCSLOG"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-AL-STATUS.

000420     SELECT CHAIN-CONTROL ASSIGN TO "AUDCHCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CTL-STATUS.
000540 FD  CHANGE-HISTORY.
000550     COPY "chghist.cpy".

000553 FD  ACCESS-LOG.
000556     COPY "accslog.cpy".

000560 FD  CHAIN-CONTROL.
000570 01  CC-CONTROL-RECORD.
000580     05  CC-FILE-CODE         PIC X(01).
000710     05  WS-LA-STATUS         PIC X(02) VALUE "00".
000720     05  WS-OL-STATUS         PIC X(02) VALUE "00".
000730     05  WS-CH-STATUS         PIC X(02) VALUE "00".
000735     05  WS-AL-STATUS         PIC X(02) VALUE "00".
000740     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
000750     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000760*    THE CONTROL'S LAST-ISSUED VALUES PER FILE CODE.
000770 01  WS-CONTROL-TABLE.
000780     05  WS-CONTROL-SLOT OCCURS 4 TIMES.
000790         10  WS-CT-FILE-CODE  PIC X(01).
000800         10  WS-CT-LAST-SEQ   PIC 9(07).
000810         10  WS-CT-FOUND      PIC X(01).
000900 01  WS-THIS-SEQ              PIC 9(07).
000910 01  WS-THIS-CHAIN            PIC 9(09).
000920 01  WS-EXPECT-CHAIN          PIC 9(09).
000930 01  WS-WALK-BODY             PIC X(109).
000940 01  WS-FILE-BREAKS           PIC 9(05).
000950 01  WS-TOTAL-BREAKS          PIC 9(05) VALUE ZERO.
000960 01  WS-ANCHOR-SWITCH         PIC X(01).
001160     PERFORM 2000-WALK-LOGINAUD THRU 2000-WALK-LOGINAUD-EXIT.
001170     PERFORM 3000-WALK-OPLOG THRU 3000-WALK-OPLOG-EXIT.
001180     PERFORM 4000-WALK-CHGHIST THRU 4000-WALK-CHGHIST-EXIT.
001185     PERFORM 5000-WALK-ACCSLOG THRU 5000-WALK-ACCSLOG-EXIT.
001190     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
001200     ACCEPT RH-RUN-TIME FROM TIME.
001210     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001360     MOVE "L" TO WS-CT-FILE-CODE (1).
001370     MOVE "O" TO WS-CT-FILE-CODE (2).
001380     MOVE "C" TO WS-CT-FILE-CODE (3).
001385     MOVE "A" TO WS-CT-FILE-CODE (4).
001390     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
001400             UNTIL WS-SLOT-SUB > 4
001410         MOVE ZERO TO WS-CT-LAST-SEQ (WS-SLOT-SUB)
001420         MOVE "N" TO WS-CT-FOUND (WS-SLOT-SUB)
001430     END-PERFORM.
001640         GO TO 1100-LOAD-ONE-CONTROL-EXIT
001650     END-IF.
001660     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
001670             UNTIL WS-SLOT-SUB > 4
001680         IF WS-CT-FILE-CODE (WS-SLOT-SUB) = CC-FILE-CODE
001690                 AND CC-LAST-SEQ IS NUMERIC
001700             MOVE CC-LAST-SEQ TO WS-CT-LAST-SEQ (WS-SLOT-SUB)
002630******************************************************************
002640 1500-END-WALK.
002650     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
002660             UNTIL WS-SLOT-SUB > 4
002670         IF WS-CT-FILE-CODE (WS-SLOT-SUB) = WS-WALK-FILE-CODE
002680                 AND WS-CT-FOUND (WS-SLOT-SUB) = "Y"
002690                 AND WS-PRIOR-SEQ <
003890     EXIT.

003900******************************************************************
003910* 4000-WALK-CHGHIST - WALK THE CHANGE HISTORY (BODY 109 BYTES).
003920******************************************************************
003930 4000-WALK-CHGHIST.
003940     MOVE "C" TO WS-WALK-FILE-CODE.
003950     MOVE 109 TO WS-WALK-BODY-LEN.
003960     MOVE "CHGHIST" TO WS-WALK-FILE-NAME.
003970     PERFORM 1200-START-WALK THRU 1200-START-WALK-EXIT.
003980     OPEN INPUT CHANGE-HISTORY.
004200         GO TO 4100-ONE-CHGHIST-ENTRY-EXIT
004210     END-IF.
004220     MOVE SPACES TO WS-WALK-BODY.
004230     MOVE CH-CHANGE-RECORD (1:109) TO WS-WALK-BODY (1:109).
004240     IF CH-RUN-SEQ IS NUMERIC
004250         MOVE CH-RUN-SEQ TO WS-THIS-SEQ
004260     ELSE
004310     ELSE
004320         MOVE ZERO TO WS-THIS-CHAIN
004330     END-IF.
004331     PERFORM 1300-VERIFY-ONE-LINK THRU 1300-VERIFY-ONE-LINK-EXIT.
004332 4100-ONE-CHGHIST-ENTRY-EXIT.
004333     EXIT.

004334******************************************************************
004335* 5000-WALK-ACCSLOG - WALK THE RECORD-ACCESS LOG (BODY 38 BYTES).
004336******************************************************************
004337 5000-WALK-ACCSLOG.
004338     MOVE "A" TO WS-WALK-FILE-CODE.
004339     MOVE 38 TO WS-WALK-BODY-LEN.
004340     MOVE "ACCSLOG" TO WS-WALK-FILE-NAME.
004341     PERFORM 1200-START-WALK THRU 1200-START-WALK-EXIT.
004342     OPEN INPUT ACCESS-LOG.
004343     IF WS-AL-STATUS NOT = "00"
004344         MOVE "  (NOT ON FILE - NOTHING TO PROVE)"
004345             TO WS-REPORT-LINE
004346         WRITE VR-REPORT-LINE FROM WS-REPORT-LINE
004347         GO TO 5000-WALK-ACCSLOG-EXIT
004348     END-IF.
004349     PERFORM 5100-ONE-ACCSLOG-ENTRY
004350         THRU 5100-ONE-ACCSLOG-ENTRY-EXIT
004351         UNTIL WS-EOF.
004352     CLOSE ACCESS-LOG.
004353     PERFORM 1500-END-WALK THRU 1500-END-WALK-EXIT.
004354 5000-WALK-ACCSLOG-EXIT.
004355     EXIT.

004356 5100-ONE-ACCSLOG-ENTRY.
004357     READ ACCESS-LOG
004358         AT END
004359             SET WS-EOF TO TRUE
004360             GO TO 5100-ONE-ACCSLOG-ENTRY-EXIT
004361     END-READ.
004362     IF WS-AL-STATUS NOT = "00"
004363         SET WS-EOF TO TRUE
004364         GO TO 5100-ONE-ACCSLOG-ENTRY-EXIT
004365     END-IF.
004366     MOVE SPACES TO WS-WALK-BODY.
004367     MOVE VW-ACCESS-RECORD (1:38) TO WS-WALK-BODY (1:38).
004368     IF VW-RUN-SEQ IS NUMERIC
004369         MOVE VW-RUN-SEQ TO WS-THIS-SEQ
004370     ELSE
004371         MOVE ZERO TO WS-THIS-SEQ
004372     END-IF.
004373     IF VW-CHAIN-CHECK IS NUMERIC
004374         MOVE VW-CHAIN-CHECK TO WS-THIS-CHAIN
004375     ELSE
004376         MOVE ZERO TO WS-THIS-CHAIN
004377     END-IF.
004378     PERFORM 1300-VERIFY-ONE-LINK THRU 1300-VERIFY-ONE-LINK-EXIT.
004379 5100-ONE-ACCSLOG-ENTRY-EXIT.
004380     EXIT.

004381******************************************************************
004382* 9000-FINISH - OVERALL VERDICT AND RETURN CODE.
004383******************************************************************
004400 9000-FINISH.
004410     MOVE SPACES TO VR-REPORT-LINE.
004420     WRITE VR-REPORT-LINE.
