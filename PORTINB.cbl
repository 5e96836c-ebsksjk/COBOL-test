000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-09-02  RO   ORIGINAL PROGRAM.
000262*   2026-10-15  RO   EIGHT-DIGIT STUDENT ID ON THE DETAIL; A
000264*                    FOUR-DIGIT ID FROM AN OLDER PORTAL BUILD IS
000266*                    STILL TAKEN AND ZERO-FILLED.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PORTINB.
000950*    THE UNSTRUNG PORTAL FIELDS OF ONE DETAIL.
000960 01  WS-PORTAL-FIELDS.
000970     05  WS-PF-TAG            PIC X(10).
000980     05  WS-PF-STUDENT        PIC X(08).
000990     05  WS-PF-STUDENT-NUM REDEFINES WS-PF-STUDENT
001000                              PIC 9(08).
001010     05  WS-PF-ADDRESS-1      PIC X(25).
001020     05  WS-PF-ADDRESS-2      PIC X(25).
001030     05  WS-PF-CITY           PIC X(15).
002470     IF WS-PF-TAG = "HDR       " OR WS-PF-TAG = "TRL       "
002480         GO TO 2100-ONE-LINE-EXIT
002490     END-IF.
002500     IF WS-PF-TAG (5:6) = SPACES
002501         MOVE ALL "0" TO WS-PF-STUDENT
002502         MOVE WS-PF-TAG (1:4) TO WS-PF-STUDENT (5:4)
002503     ELSE
002504         MOVE WS-PF-TAG (1:8) TO WS-PF-STUDENT
002505     END-IF.

002510     MOVE SPACES TO WS-REJECT-TEXT.
002520     PERFORM 2200-EDIT-FIELDS THRU 2200-EDIT-FIELDS-EXIT.
