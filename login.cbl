                       PERFORM WRITE-LOGIN-AUDIT
               END-READ.
               IF WS-USER-STATUS = "00"
      *    A DISABLED ACCOUNT (DORMANT SWEEP OR REVOKED AT
      *    RECERTIFICATION) IS REFUSED LIKE A LOCKED ONE.
                   IF UM-ACCOUNT-LOCKED OR UM-ACCOUNT-DISABLED
                       IF UM-ACCOUNT-DISABLED
                           DISPLAY "ACCOUNT DISABLED"
                       ELSE
                           DISPLAY "ACCOUNT LOCKED"
                       END-IF
                       SET LA-RESULT-LOCKED TO TRUE
                       PERFORM WRITE-LOGIN-AUDIT
                   ELSE
