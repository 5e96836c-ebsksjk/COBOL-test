       01  CN-CENSUS-RECORD.
           05  CN-CENSUS-KEY.
               10  CN-TERM-CODE        PIC X(5).
               10  CN-STUDENT-ID       PIC 9(8).
           05  CN-MAJOR-CODE           PIC X(4).
           05  CN-ENROLLMENT-STATUS    PIC X(1).
           05  CN-COURSE-COUNT         PIC 9(2).
