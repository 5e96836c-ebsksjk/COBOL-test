000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   TAMPER-EVIDENT SEQUENCING SERVICE FOR THE AUDIT FILES
000090*   (LOGINAUD, OPLOG, CHGHIST, ACCSLOG).  CALLED BY EVERY PROGRAM
000100*   THAT APPENDS AN AUDIT ENTRY, WITH THE BODY AND ITS LENGTH;
000110*   HANDS BACK THE NEXT RUN SEQUENCE FOR THAT FILE AND A CHAIN
000120*   CHECK VALUE FOLDING THE PRIOR ENTRY'S CHAIN, THE BODY, AND
000130*   THE NEW SEQUENCE TOGETHER (SAME ADDITIVE ORD/MOD FOLD THE
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-09-02  RO   ORIGINAL PROGRAM.
000223*   2026-10-15  RO   ENTRY BODY WIDENED TO 109 BYTES FOR THE
000226*                    EIGHT-DIGIT STUDENT ID IN CHGHIST.
000227*   2026-10-15  RO   FOURTH CHAIN FOR THE STUDENT RECORD-ACCESS
000228*                    LOG (ACCSLOG).
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    AUDCHAIN.
000430 WORKING-STORAGE SECTION.
000440 01  WS-CTL-STATUS            PIC X(02) VALUE "00".

000450*    THE FOUR FILES' LAST-ISSUED VALUES, LOADED ONCE PER RUN.
000460 01  WS-LOADED-SWITCH         PIC X(01) VALUE "N".
000470     88  WS-CONTROL-LOADED    VALUE "Y".
000480 01  WS-EOF-SWITCH            PIC X(01).
000490     88  WS-EOF               VALUE "Y".
000500 01  WS-CHAIN-TABLE.
000510     05  WS-CHAIN-SLOT OCCURS 4 TIMES.
000520         10  WS-CT-FILE-CODE  PIC X(01).
000530         10  WS-CT-LAST-SEQ   PIC 9(07).
000540         10  WS-CT-LAST-CHAIN PIC 9(09).

000740******************************************************************
000750* 1000-LOAD-CONTROL - PRIME THE TABLE FROM AUDCHCTL; A MISSING
000760*                     CONTROL STARTS ALL FOUR CHAINS AT ZERO.
000770******************************************************************
000780 1000-LOAD-CONTROL.
000790     MOVE "L" TO WS-CT-FILE-CODE (1).
000800     MOVE "O" TO WS-CT-FILE-CODE (2).
000810     MOVE "C" TO WS-CT-FILE-CODE (3).
000815     MOVE "A" TO WS-CT-FILE-CODE (4).
000820     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
000830             UNTIL WS-SLOT-SUB > 4
000840         MOVE ZERO TO WS-CT-LAST-SEQ (WS-SLOT-SUB)
000850         MOVE ZERO TO WS-CT-LAST-CHAIN (WS-SLOT-SUB)
000860     END-PERFORM.
001080         GO TO 1100-LOAD-ONE-SLOT-EXIT
001090     END-IF.
001100     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
001110             UNTIL WS-SLOT-SUB > 4
001120         IF WS-CT-FILE-CODE (WS-SLOT-SUB) = CC-FILE-CODE
001130                 AND CC-LAST-SEQ IS NUMERIC
001140             MOVE CC-LAST-SEQ TO WS-CT-LAST-SEQ (WS-SLOT-SUB)
001240 2000-PICK-SLOT.
001250     MOVE 1 TO WS-USE-SUB.
001260     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
001270             UNTIL WS-SLOT-SUB > 4
001280         IF WS-CT-FILE-CODE (WS-SLOT-SUB) = AC-FILE-CODE
001290             MOVE WS-SLOT-SUB TO WS-USE-SUB
001300         END-IF
001380 3000-ISSUE-NEXT.
001390     COMPUTE AC-RUN-SEQ = WS-CT-LAST-SEQ (WS-USE-SUB) + 1.
001400     MOVE ZERO TO WS-BODY-HASH.
001410     IF AC-BODY-LENGTH > ZERO AND AC-BODY-LENGTH NOT > 109
001420         PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
001430                 UNTIL WS-CHAR-SUB > AC-BODY-LENGTH
001440             COMPUTE WS-CHAR-ORD =
001580     EXIT.

001590******************************************************************
001600* 4000-SAVE-CONTROL - REWRITE ALL FOUR SLOTS EVERY ISSUE SO A
001610*                     CRASH NEVER LOSES THE CHAIN POSITION.
001620******************************************************************
001630 4000-SAVE-CONTROL.
001660         GO TO 4000-SAVE-CONTROL-EXIT
001670     END-IF.
001680     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
001690             UNTIL WS-SLOT-SUB > 4
001700         MOVE WS-CT-FILE-CODE (WS-SLOT-SUB) TO CC-FILE-CODE
001710         MOVE WS-CT-LAST-SEQ (WS-SLOT-SUB) TO CC-LAST-SEQ
001720         MOVE WS-CT-LAST-CHAIN (WS-SLOT-SUB) TO CC-LAST-CHAIN
