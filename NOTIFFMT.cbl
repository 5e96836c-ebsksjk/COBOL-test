000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-09-02  RO   ORIGINAL PROGRAM.
000233*   2026-10-15  RO   SURVIVOR ENTRY WIDENED FOR THE EIGHT-
000236*                    CHARACTER NOTIFICATION SUBJECT.
000237*   2026-10-15  RO   SUBJECT LINE FOR THE SECTION-CANCELLED
000239*                    EVENT (SECTCNCL).
000241*   2026-10-15  RO   SUBJECT LINE FOR THE NEVER-ATTENDED DROP
000242*                    EVENT.
000243*   2026-10-15  RO   SUBJECT LINE FOR THE ON-CALL OPERATOR
000244*                    ALERT (ERRLOGW, BATWATCH).
000245*   2026-10-15  RO   SUBJECT LINE FOR THE NON-PAYMENT
000246*                    CANCELLATION EVENT.
000247******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    NOTIFFMT.
000270 AUTHOR.        R. OKONKWO.
000830*    THE QUEUE AT FINISH SO THEY SURVIVE UNTIL A ROUTE EXISTS.
000840 01  WS-SURVIVOR-TABLE.
000850     05  WS-SURVIVOR-COUNT    PIC 9(03) COMP VALUE ZERO.
000860     05  WS-SURVIVOR-ENTRY OCCURS 200 TIMES PIC X(74).
000870 77  WS-SURVIVOR-SUB          PIC 9(03) COMP.
000880 77  WS-SURV-OVER-SWITCH      PIC X(01) VALUE "N".
000890     88  WS-SURVIVORS-OVERFLOWED VALUE "Y".
002530         WHEN NF-EVENT-INTRUSION
002540             MOVE "INTRUSION PATTERN DETECTED"
002550                 TO WS-SUBJECT-TEXT
002553         WHEN NF-EVENT-SECT-CANCEL
002556             MOVE "COURSE SECTION CANCELLED" TO WS-SUBJECT-TEXT
002557         WHEN NF-EVENT-NEVER-ATTENDED
002558             MOVE "DROPPED - NEVER ATTENDED"
002559                 TO WS-SUBJECT-TEXT
002560         WHEN NF-EVENT-NON-PAYMENT
002561             MOVE "REGISTRATION CANCELLED - UNPAID"
002562                 TO WS-SUBJECT-TEXT
002563         WHEN NF-EVENT-ON-CALL
002564             MOVE "BATCH CHAIN ON-CALL ALERT" TO WS-SUBJECT-TEXT
002566         WHEN OTHER
002570             MOVE "REGISTRAR SYSTEM EVENT" TO WS-SUBJECT-TEXT
002580     END-EVALUATE.

