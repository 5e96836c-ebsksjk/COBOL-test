      *-----------------------------------------------------------*
       01  PD-PENDING-RECORD.
           05  PD-TRANSACTION.
               10  PD-STUDENT-ID       PIC 9(8).
               10  PD-TRANS-REST       PIC X(37).
           05  PD-STATUS               PIC X(1).
               88  PD-PENDING          VALUE "P".
               88  PD-APPROVED         VALUE "A".
