000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-08-09  RO   ORIGINAL PROGRAM.
000163*   2026-10-15  RO   CALCRES RECORD 4 - A VOID OF AN ENTRY
000166*                    NEVER POSTED IS REJECTED (VU).
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    REGTEST.
000730     STOP RUN.

000740******************************************************************
000750* 1000-CHECK-CALCRES - VERIFY CALCBAT'S FOUR RESULT RECORDS FOR
000760*                      THE KNOWN CALCTRAN TEST DECK: 010/005/+,
000770*                      010/000//, 010/005/@, AND A VOID OF A
000775*                      REGRES ENTRY THAT WAS NEVER POSTED.
000780******************************************************************
000790 1000-CHECK-CALCRES.
000795     MOVE "N" TO WS-CHECK-FAILED-SWITCH.
001160         MOVE "CALCRES REC 3 - INVALID OPERATOR" TO WS-CASE-NAME
001170         MOVE "IV" TO WS-EXPECTED
001180         MOVE CR-STATUS TO WS-ACTUAL
001181         PERFORM 9500-VERIFY THRU 9500-VERIFY-EXIT
001182     END-IF.

001183     IF NOT WS-CHECK-FAILED
001184         READ REG-CALCRES
001185             AT END
001186                 DISPLAY "REGTEST: CALCRES MISSING RECORD 4"
001187                 ADD 1 TO WS-FAIL-COUNT
001188                 SET WS-CHECK-FAILED TO TRUE
001189         END-READ
001190     END-IF.
001191     IF NOT WS-CHECK-FAILED
001192         MOVE "CALCRES REC 4 - VOID UNKNOWN"
001193             TO WS-CASE-NAME
001194         MOVE "VU" TO WS-EXPECTED
001195         MOVE CR-STATUS TO WS-ACTUAL
001196         PERFORM 9500-VERIFY THRU 9500-VERIFY-EXIT
001197     END-IF.

001198     IF NOT WS-CHECK-FAILED
001199         CLOSE REG-CALCRES
001201     END-IF.
001210 1000-CHECK-CALCRES-EXIT.
001220     EXIT.
