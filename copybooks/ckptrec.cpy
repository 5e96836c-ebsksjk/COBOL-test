      *  WORK ALREADY SEEN.                                        *
      *-----------------------------------------------------------*
       01  CK-CHECKPOINT-RECORD.
           05  CK-LAST-STUDENT-ID       PIC 9(8).
           05  CK-RECORDS-PROCESSED     PIC 9(5).
