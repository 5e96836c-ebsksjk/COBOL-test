                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-READ.
               IF UM-ACCOUNT-LOCKED OR UM-ACCOUNT-DISABLED
                   DISPLAY "ACCOUNT LOCKED - SEE AN ADMINISTRATOR"
                   CLOSE USER-MASTER
                   MOVE 8 TO RETURN-CODE
