000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-09-02  RO   ORIGINAL PROGRAM.
000253*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS IN THE
000256*                    CHANGE IMAGES REPLAYED.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    FWDRECOV.
000900     05  WS-ENTRY-TIME        PIC 9(08).

000910 01  WS-SKIP-REASON           PIC X(30).
000920 01  WS-OLD-ID                PIC 9(08).
000930 01  WS-NEW-ID                PIC 9(08).

000940 01  WS-EDIT-FIELDS.
000950     05  WS-COUNT-ED          PIC ZZZZZZ9.
002150         WHEN CH-NEW-IMAGE = SPACES
002160             PERFORM 2200-REPLAY-DELETE
002170                 THRU 2200-REPLAY-DELETE-EXIT
002180         WHEN CH-OLD-IMAGE (1:8) = CH-NEW-IMAGE (1:8)
002190             PERFORM 2300-REPLAY-CHANGE
002200                 THRU 2300-REPLAY-CHANGE-EXIT
002210         WHEN OTHER
002450*                   THERE YET.
002460******************************************************************
002470 2100-REPLAY-ADD.
002480     MOVE CH-NEW-IMAGE (1:8) TO SM-STUDENT-ID.
002490     READ STUDENT-MASTER
002500         INVALID KEY
002510             CONTINUE
002660*                      MATCH THE BEFORE-IMAGE.
002670******************************************************************
002680 2200-REPLAY-DELETE.
002690     MOVE CH-OLD-IMAGE (1:8) TO SM-STUDENT-ID.
002700     READ STUDENT-MASTER
002710         INVALID KEY
002720             MOVE "RECORD NOT ON MASTER" TO WS-SKIP-REASON
002890*                      REWRITE.
002900******************************************************************
002910 2300-REPLAY-CHANGE.
002920     MOVE CH-OLD-IMAGE (1:8) TO SM-STUDENT-ID.
002930     READ STUDENT-MASTER
002940         INVALID KEY
002950             MOVE "RECORD NOT ON MASTER" TO WS-SKIP-REASON
003130*                        AND DELETE THE OLD KEY, WRITE THE NEW.
003140******************************************************************
003150 2400-REPLAY-RENUMBER.
003160     MOVE CH-OLD-IMAGE (1:8) TO SM-STUDENT-ID.
003170     READ STUDENT-MASTER
003180         INVALID KEY
003190             MOVE "RECORD NOT ON MASTER" TO WS-SKIP-REASON
