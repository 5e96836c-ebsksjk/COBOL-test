000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY.
000170*   2026-09-02  RO   ORIGINAL PROGRAM.
000175*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000176*   2026-10-15  RO   STUDENTS LIST BY PREFERRED NAME FROM
000177*                    STUDNAME (NAMEFMT) IN A 30-BYTE COLUMN,
000178*                    THE MASTER NAME WHEN NONE IS ON FILE.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ADVROSTR.
000590 SD  SORT-WORK.
000600 01  SW-SORT-RECORD.
000610     05  SW-ADVISOR-ID        PIC X(05).
000620     05  SW-STUDENT-ID        PIC 9(08).

000630 WORKING-STORAGE SECTION.
000640     COPY "runhdr.cpy".
000890     05  WS-COUNT-ED          PIC ZZZZ9.

000900 01  WS-REPORT-LINE           PIC X(80).
000902 01  WS-ROSTER-NAME           PIC X(30).

000904*    CALL AREA FOR THE STUDENT NAME SERVICE (NAMEFMT).
000906     COPY "namefmt.cpy".

000910 PROCEDURE DIVISION.

001950             MOVE SPACES TO SM-MAJOR-CODE
001960             MOVE SPACE TO SM-ENROLLMENT-STATUS
001970     END-READ.
001971     MOVE SM-STUDENT-NAME TO WS-ROSTER-NAME.
001972     IF WS-MAST-STATUS = "00"
001973         MOVE SW-STUDENT-ID TO NV-STUDENT-ID
001974         SET NV-PREFERRED-FORM TO TRUE
001975         CALL "NAMEFMT" USING NV-NAME-AREA
001976         IF NV-NAME-FOUND
001977             MOVE NV-FORMATTED-NAME TO WS-ROSTER-NAME
001978         END-IF
001979     END-IF.
001980     MOVE SPACES TO WS-REPORT-LINE.
001990     STRING "  "                   DELIMITED BY SIZE
002000            SW-STUDENT-ID          DELIMITED BY SIZE
002010            "  "                   DELIMITED BY SIZE
002020            WS-ROSTER-NAME         DELIMITED BY SIZE
002030            "  "                   DELIMITED BY SIZE
002040            SM-ENROLLMENT-STATUS   DELIMITED BY SIZE
002050            "  "                   DELIMITED BY SIZE
002900     CLOSE STUDENT-MASTER.
002910     CLOSE INSTRUCTOR-MASTER.
002920     CLOSE ROSTER-RPT.
002923     SET NV-FINISH TO TRUE.
002926     CALL "NAMEFMT" USING NV-NAME-AREA.
002930 3000-FINISH-EXIT.
002940     EXIT.

