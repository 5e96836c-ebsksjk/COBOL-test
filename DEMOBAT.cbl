000220*                    BLANK), HONORED BY THE PUBLISHING PATHS.
000230*   2026-09-02  RO   OPLOG ENTRIES CARRY THE AUDCHAIN RUN
000240*                    SEQUENCE AND CHAIN CHECK.
000243*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS; HISTORY
000246*                    IMAGES WIDENED TO MATCH.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    DEMOBAT.
000950     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

000960 01  WS-REJECT-TEXT           PIC X(30).
000970 01  WS-OLD-IMAGE             PIC X(127).
000980 01  WS-NEW-IMAGE             PIC X(127).
000990 01  WS-AT-COUNT              PIC 9(02) COMP.

001000 01  WS-EDIT-COUNTERS.
