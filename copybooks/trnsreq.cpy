      *-----------------------------------------------------------*
       01  TQ-REQUEST-RECORD.
           05  TQ-REQUEST-NO           PIC 9(6).
           05  TQ-STUDENT-ID           PIC 9(8).
           05  TQ-REQUEST-DATE         PIC 9(8).
           05  TQ-DESTINATION          PIC X(30).
           05  TQ-REQ-STATUS           PIC X(1).
