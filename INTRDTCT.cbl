000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-09-02  RO   ORIGINAL PROGRAM.
000253*   2026-10-15  RO   A DISABLED ACCOUNT STAYS DISABLED RATHER
000256*                    THAN BEING DOWNGRADED TO LOCKED.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    INTRDTCT.
003510             INVALID KEY
003520                 GO TO 4000-QUEUE-ALERT
003530         END-READ
003540         IF NOT UM-ACCOUNT-LOCKED AND NOT UM-ACCOUNT-DISABLED
003550             SET UM-ACCOUNT-LOCKED TO TRUE
003560             REWRITE UM-USER-RECORD
003570             ADD 1 TO WS-ACCOUNTS-LOCKED
