001350 FD  PRIOR-REJECTS.
001360 01  PR-PRIOR-REJECT.
001370     05  PR-TRANSACTION.
001380        10  PR-STUDENT-ID    PIC 9(8).
001390        10  PR-TRANS-REST    PIC X(37).
001400     05  PR-REJECT-STATUS    PIC X(2).
001410     05  PR-REJECT-AGE       PIC 9(2).

001950     05  WS-RECORDS-UPD-ED    PIC 9(05).

001960 01  WS-CALL-AREA.
001970     05  WS-STUDENT-ID        PIC 9(8).
001980     05  WS-STUDENT-NAME      PIC A(15).
001990     05  WS-DATE-OF-BIRTH     PIC 9(8).
002000     05  WS-MAJOR-CODE        PIC X(4).
002010     05  WS-ENROLLMENT-STATUS PIC X(1).
002020     05  WS-CALL-STATUS       PIC X(2).
002030         88  WS-CALL-FOUND    VALUE "OK".
002040     05  WS-REQUESTED-NEW-ID  PIC 9(8) VALUE ZERO.
002050     05  WS-UP1-FUNCTION      PIC X(1) VALUE "U".

002060*    OUTCOME OF THE TRANSACTION JUST APPLIED - "OK" OR THE
002080*    WAS REFUSED BECAUSE THE STUDENT STILL HAS GRADES ON FILE.
002090 01  WS-TRANS-OUTCOME         PIC X(02).
002100 01  WS-ACTION-TEXT           PIC X(12).
002110 01  WS-OLD-IMAGE             PIC X(36).
002120 01  WS-NEW-IMAGE             PIC X(36).
002130*    BATCH-WINDOW CUTOFF.  ZERO = NO CUTOFF.  WHEN THE CLOCK
002140*    PASSES IT BETWEEN TRANSACTIONS THE RUN QUIESCES: FINAL
002150*    CHECKPOINT, "STOPPED AT N OF M" ON THE REPORT, RETURN
002270*    HOLDS THE ADD FOR REVIEW INSTEAD OF APPLYING IT.
002280 01  WS-DUP-FOUND-SWITCH      PIC X(01).
002290     88  WS-DUP-FOUND         VALUE "Y".
002300 01  WS-DUP-MATCHED-ID        PIC 9(08).
002310 01  WS-DUP-MATCHED-NAME      PIC A(15).
002320 01  WS-DUPS-HELD             PIC 9(05) COMP VALUE ZERO.
002330 01  WS-TRY-AFTER-WORK.
002360     05  FILLER               PIC 9(04).
002370 01  WS-STOPPED-AT-ED         PIC ZZZZ9.
002380 01  WS-OF-TOTAL-ED           PIC ZZZZ9.
002390 01  WS-RENUMBER-OLD-ID       PIC 9(08).
002400 01  WS-GRADES-EXIST-SWITCH   PIC X(01).
002410     88  WS-GRADES-EXIST      VALUE "Y".
002420*    LATCHED ONCE AT OPEN - THE LIVE FILE STATUS IS OVERWRITTEN
002490*    INSTEAD OF QUIETLY CYCLING FOREVER.
002500 01  WS-PRIOR-REJECT-TABLE.
002510     05  WS-PRIOR-ENTRY OCCURS 200 TIMES.
002520         10  WS-PR-STUDENT-ID PIC 9(08).
002530         10  WS-PR-AGE        PIC 9(02).
002540 01  WS-PRIOR-COUNT           PIC 9(03) COMP VALUE ZERO.
002550 01  WS-PRIOR-SUB             PIC 9(03) COMP.
002590*    A TRANSACTION THAT FOLLOWS A RENUMBER OF THE SAME STUDENT
002600*    IN THE SAME RUN WOULD UPDATE AN ID THAT NO LONGER EXISTS
002610*    AND IS REJECTED "CX" (INTRA-RUN COLLISION) INSTEAD.
002620 01  WS-PREV-STUDENT-ID       PIC 9(08) VALUE ZERO.
002630 01  WS-GROUP-COUNT           PIC 9(03) COMP VALUE ZERO.
002640 01  WS-GROUP-COUNT-ED        PIC ZZ9.
002650 01  WS-GROUP-RENUM-SWITCH    PIC X(01) VALUE "N".
011790     ACCEPT NF-EVENT-TIME FROM TIME.
011800     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
011810     MOVE SPACES TO NF-SUBJECT-ID.
011820     MOVE ST-STUDENT-ID TO NF-SUBJECT-ID.
011830     MOVE SPACES TO NF-EVENT-TEXT.
011840     STRING "REJECTED "      DELIMITED BY SIZE
011850            WS-REJECT-AGE    DELIMITED BY SIZE
012030     MOVE WS-OLD-IMAGE TO CH-OLD-IMAGE.
012040     MOVE WS-NEW-IMAGE TO CH-NEW-IMAGE.
012050     SET AC-FILE-CHGHIST TO TRUE.
012060     MOVE CH-CHANGE-RECORD (1:109) TO AC-RECORD-BODY.
012070     MOVE 109 TO AC-BODY-LENGTH.
012080     CALL "AUDCHAIN" USING AC-CHAIN-AREA.
012090     MOVE AC-RUN-SEQ TO CH-RUN-SEQ.
012100     MOVE AC-CHAIN-CHECK TO CH-CHAIN-CHECK.
