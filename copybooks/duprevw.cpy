      *-----------------------------------------------------------*
       01  DV-REVIEW-RECORD.
           05  DV-TRANSACTION.
               10  DV-STUDENT-ID       PIC 9(8).
               10  DV-TRANS-REST       PIC X(37).
           05  DV-MATCHED-ID           PIC 9(8).
           05  DV-MATCHED-NAME         PIC A(15).
           05  DV-HELD-DATE            PIC 9(8).
