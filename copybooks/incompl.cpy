      *-----------------------------------------------------------*
       01  IC-INCOMPLETE-RECORD.
           05  IC-INC-KEY.
               10  IC-STUDENT-ID       PIC 9(8).
               10  IC-COURSE-CODE      PIC X(6).
           05  IC-TERM-CODE            PIC X(5).
           05  IC-POST-DATE            PIC 9(8).
