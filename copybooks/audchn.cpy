               88  AC-FILE-LOGINAUD    VALUE "L".
               88  AC-FILE-OPLOG       VALUE "O".
               88  AC-FILE-CHGHIST     VALUE "C".
               88  AC-FILE-ACCSLOG     VALUE "A".
           05  AC-RECORD-BODY          PIC X(109).
           05  AC-BODY-LENGTH          PIC 9(3).
           05  AC-RUN-SEQ              PIC 9(7).
           05  AC-CHAIN-CHECK          PIC 9(9).
