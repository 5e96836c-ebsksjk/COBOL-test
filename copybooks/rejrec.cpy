      *-----------------------------------------------------------*
       01  RJ-REJECT-RECORD.
           05  RJ-TRANSACTION.
               10  RJ-STUDENT-ID       PIC 9(8).
               10  RJ-TRANS-REST       PIC X(37).
           05  RJ-REJECT-STATUS        PIC X(2).
           05  RJ-REJECT-AGE           PIC 9(2).
