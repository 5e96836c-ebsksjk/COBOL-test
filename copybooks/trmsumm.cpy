      *-----------------------------------------------------------*
       01  TS-SUMMARY-RECORD.
           05  TS-SUMMARY-KEY.
               10  TS-STUDENT-ID       PIC 9(8).
               10  TS-TERM-CODE        PIC X(5).
           05  TS-TERM-GPA             PIC 9(1)V99.
           05  TS-TERM-ATTEMPTED       PIC 9(4).
