000166*                    STUDENT ID FIELDS.
000167*   2026-09-02  RO   BACKUP RECORD WIDENED TO 48 BYTES FOR
000168*                    THE GROWN USER RECORD (EXISTING
000170*                    BACKUPS MUST BE RECUT FIRST).
000172*   2026-10-15  RO   RELOAD TAKES THE WIDER STUDENT AND USER
000174*                    RECORDS (EIGHT-DIGIT STUDENT ID) FROM THE
000176*                    48-BYTE BACKUP IMAGE.
000178******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    MASTRELD.
000200 AUTHOR.        R. OKONKWO.
001490     MOVE BK-BACKUP-RECORD TO WS-HASH-WORK.
001500     PERFORM 2900-FOLD-INTO-HASH THRU 2900-FOLD-INTO-HASH-EXIT.
001510     IF WS-DOING-STUDENT
001520         MOVE BK-BACKUP-RECORD (1:36) TO SM-STUDENT-RECORD
001530         WRITE SM-STUDENT-RECORD
001540             INVALID KEY
001550                 DISPLAY "DUPLICATE KEY IN BACKUP: ",
001560                     BK-BACKUP-RECORD (1:4)
001570         END-WRITE
001580     ELSE
001590         MOVE BK-BACKUP-RECORD (1:45) TO UM-USER-RECORD
001600         WRITE UM-USER-RECORD
001610             INVALID KEY
001620                 DISPLAY "DUPLICATE KEY IN BACKUP: ",
