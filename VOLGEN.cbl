000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-09-02  RO   ORIGINAL PROGRAM.
000215*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000216*   2026-10-15  RO   ENRLTRAN IS CUT UNSTAMPED, SO THE DRILL'S
000217*                    ADDS ARE NOT HELD TO A TIME TICKET.
000218*   2026-10-15  RO   DROPS CUT AS ORDINARY DROPS (NO REASON).
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    VOLGEN.
000810 01  WS-ID-DIGIT-SUM          PIC 9(02).
000820 01  WS-ID-SUM-QUOTIENT       PIC 9(01).
000830 01  WS-ID-CHECK-DIGIT        PIC 9(01).
000840 01  WS-GEN-ID                PIC 9(08).
000850 01  WS-MIX-CYCLE             PIC 9(03).
000860 01  WS-NAME-WORK.
000870     05  FILLER               PIC X(05) VALUE "DRILL".
002180     MOVE VP-COURSE-CODE TO ET-COURSE-CODE.
002190     MOVE VP-TERM-CODE TO ET-TERM-CODE.
002200     MOVE VP-SECTION TO ET-SECTION.
002203     MOVE ZERO TO ET-SUBMIT-DATE.
002206     MOVE ZERO TO ET-SUBMIT-TIME.
002208     SET ET-ORDINARY-DROP TO TRUE.
002210     WRITE ET-ENROLL-TRANSACTION.
002220     ADD 1 TO WS-RECORDS-CUT.
002230 3100-CUT-ONE-ENROLL-EXIT.
