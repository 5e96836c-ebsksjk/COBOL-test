      *-----------------------------------------------------------*
       01  GP-APPLICATION-RECORD.
           05  GP-APPLICATION-KEY.
               10  GP-STUDENT-ID       PIC 9(8).
               10  GP-TERM-CODE        PIC X(5).
           05  GP-APPLY-DATE           PIC 9(8).
           05  GP-APP-STATUS           PIC X(1).
