000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-09-02  RO   ORIGINAL PROGRAM.
000253*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS IN THE
000256*                    CHANGE IMAGES BACKED OUT.
000257*   2026-10-15  RO   RUN TABLE RAISED TO 9999 ENTRIES SO A MAJOR
000258*                    RECODE (MAJRECOD) CAN BE BACKED OUT WHOLE.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    RUNBKOUT.
000790     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000800*    THE SELECTED RUN'S ENTRIES, TABLED IN FILE ORDER SO THEY
000810*    CAN BE WALKED BACKWARDS.  SIZED FOR A MAJOR RECODE RUN,
000820*    WHICH TOUCHES EVERY STUDENT IN THE RETIRED MAJORS; AN
000830*    OVERFLOWING RUN IS REFUSED RATHER THAN PART-BACKED-OUT.
000840 01  WS-ENTRY-TABLE.
000850     05  WS-ENTRY-COUNT       PIC 9(04) COMP VALUE ZERO.
000860     05  WS-RUN-ENTRY OCCURS 9999 TIMES.
000870         10  WS-EN-OLD-IMAGE  PIC X(36).
000880         10  WS-EN-NEW-IMAGE  PIC X(36).
000890 77  WS-ENTRY-SUB             PIC 9(04) COMP.
000900 77  WS-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
000910     88  WS-TABLE-OVERFLOWED  VALUE "Y".

000990     05  WS-MASTER-EXPECTED   PIC 9(07) VALUE ZERO.

001000 01  WS-STOP-REASON           PIC X(30).
001010 01  WS-WORK-OLD              PIC X(36).
001020 01  WS-WORK-NEW              PIC X(36).

001030 01  WS-EDIT-FIELDS.
001040     05  WS-COUNT-ED          PIC ZZZZZZ9.
002500             OR CH-PROGRAM-NAME NOT = BP-PROGRAM-NAME
002510         GO TO 2100-TABLE-ONE-ENTRY-EXIT
002520     END-IF.
002530     IF WS-ENTRY-COUNT >= 9999
002540         SET WS-TABLE-OVERFLOWED TO TRUE
002550         GO TO 2100-TABLE-ONE-ENTRY-EXIT
002560     END-IF.
002880         WHEN WS-WORK-NEW = SPACES
002890             PERFORM 3300-RESTORE-DELETE
002900                 THRU 3300-RESTORE-DELETE-EXIT
002910         WHEN WS-WORK-OLD (1:8) = WS-WORK-NEW (1:8)
002920             PERFORM 3400-REVERSE-CHANGE
002930                 THRU 3400-REVERSE-CHANGE-EXIT
002940         WHEN OTHER
003000         MOVE SPACES TO WS-REPORT-LINE
003010         STRING "  *** STOPPED AT ENTRY FOR STUDENT "
003020                             DELIMITED BY SIZE
003030                WS-WORK-NEW (1:8) DELIMITED BY SIZE
003040                " - " DELIMITED BY SIZE
003050                WS-STOP-REASON DELIMITED BY SIZE
003060             INTO WS-REPORT-LINE
003160*                     STILL MATCH THE NEW IMAGE, THEN IT GOES.
003170******************************************************************
003180 3200-BACK-OUT-ADD.
003190     MOVE WS-WORK-NEW (1:8) TO SM-STUDENT-ID.
003200     READ STUDENT-MASTER
003210         INVALID KEY
003220             MOVE "ADDED RECORD NOT ON MASTER" TO WS-STOP-REASON
003420*                       FREE, THEN THE OLD IMAGE COMES BACK.
003430******************************************************************
003440 3300-RESTORE-DELETE.
003450     MOVE WS-WORK-OLD (1:8) TO SM-STUDENT-ID.
003460     READ STUDENT-MASTER
003470         INVALID KEY
003480             CONTINUE
003660*                       IMAGE STANDS, PUT THE OLD ONE BACK.
003670******************************************************************
003680 3400-REVERSE-CHANGE.
003690     MOVE WS-WORK-NEW (1:8) TO SM-STUDENT-ID.
003700     READ STUDENT-MASTER
003710         INVALID KEY
003720             MOVE "RECORD NOT ON MASTER" TO WS-STOP-REASON
003940*                         PUT THE OLD IMAGE BACK.
003950******************************************************************
003960 3500-REVERSE-RENUMBER.
003970     MOVE WS-WORK-NEW (1:8) TO SM-STUDENT-ID.
003980     READ STUDENT-MASTER
003990         INVALID KEY
004000             MOVE "RECORD NOT ON MASTER" TO WS-STOP-REASON
