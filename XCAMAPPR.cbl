000300*   2026-09-02  RO   CAPACITY RE-CHECK HONOURS THE HELD
000310*                    SECTION'S OWN OF-MAX-ENROLLMENT WITH
000320*                    THE CATALOG FIGURE AS FALLBACK.
000325*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000326*   2026-10-15  RO   AN APPROVAL FOR A SECTION CANCELLED SINCE
000327*                    THE HOLD (SECTCNCL) IS TURNED INTO A DENIAL.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    XCAMAPPR.
000800     COPY "xcampque.cpy".

000810 FD  QUEUE-NEW.
000820 01  QN-QUEUE-NEW             PIC X(34).

000830 FD  ENROLLMENT-MASTER.
000840     COPY "enrlrec.cpy".
001200     88  WS-OUT-ENROLLED      VALUE "E".
001210     88  WS-OUT-ALREADY       VALUE "A".
001220     88  WS-OUT-FULL          VALUE "F".
001225     88  WS-OUT-CANCELLED     VALUE "C".

001230*    THE CAPACITY ENFORCED - THE HELD SECTION'S OWN WHEN THE
001240*    OFFERING IS ON FILE, THE CATALOG'S OTHERWISE.
002410         WHEN "A" WHEN "a"
002420             PERFORM 2100-ENROLL-APPROVED
002430                 THRU 2100-ENROLL-APPROVED-EXIT
002436             EVALUATE TRUE
002442                 WHEN WS-OUT-FULL
002448                     ADD 1 TO WS-KEPT-FULL-COUNT
002454                 WHEN WS-OUT-CANCELLED
002460                     SET XQ-DENIED TO TRUE
002466                     ADD 1 TO WS-DENIED-COUNT
002472                 WHEN OTHER
002478                     SET XQ-APPROVED TO TRUE
002484                     ADD 1 TO WS-APPROVED-COUNT
002490             END-EVALUATE
002500         WHEN "D" WHEN "d"
002510             SET XQ-DENIED TO TRUE
002520             ADD 1 TO WS-DENIED-COUNT
003030                 AND OF-MAX-ENROLLMENT > ZERO
003040             MOVE OF-MAX-ENROLLMENT TO WS-CAP-LIMIT
003050         END-IF
003051*        A SECTION CANCELLED SINCE THE HOLD CANNOT BE JOINED.
003052         IF WS-OFF-STATUS = "00" AND OF-CANCELLED
003053             SET WS-OUT-CANCELLED TO TRUE
003054             DISPLAY "SECTION HAS BEEN CANCELLED - ENTRY DENIED"
003055             GO TO 2100-ENROLL-APPROVED-EXIT
003056         END-IF
003060     END-IF.
003070     IF WS-CAP-LIMIT > ZERO
003080         MOVE XQ-COURSE-CODE TO SC-COURSE-CODE
