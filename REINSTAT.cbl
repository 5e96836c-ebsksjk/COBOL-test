000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-09-02  RO   ORIGINAL PROGRAM.
000242*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS; HISTORY,
000244*                    DEMOGRAPHIC AND CHANGE IMAGES WIDENED TO
000246*                    MATCH.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    REINSTAT.
000680     COPY "studhist.cpy".

000690 FD  HISTORY-NEW.
000700 01  HN-HISTORY-NEW           PIC X(53).

000710 FD  STUDENT-MASTER.
000720     COPY "studrec.cpy".
001020     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".

001030 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".
001040 01  WS-WANTED-ID             PIC 9(08).
001050 01  WS-SAVED-HISTORY         PIC X(53).
001060 01  WS-SAVED-DEMOG           PIC X(135).
001070 01  WS-NEW-IMAGE             PIC X(36).

001080*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001090     COPY "audchn.cpy".
003080         MOVE SPACES TO CH-OLD-IMAGE
003090         MOVE WS-NEW-IMAGE TO CH-NEW-IMAGE
003100         SET AC-FILE-CHGHIST TO TRUE
003110         MOVE CH-CHANGE-RECORD (1:109) TO AC-RECORD-BODY
003120         MOVE 109 TO AC-BODY-LENGTH
003130         CALL "AUDCHAIN" USING AC-CHAIN-AREA
003140         MOVE AC-RUN-SEQ TO CH-RUN-SEQ
003150         MOVE AC-CHAIN-CHECK TO CH-CHAIN-CHECK
