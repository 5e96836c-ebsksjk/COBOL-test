      *-----------------------------------------------------------*
       01  EN-ENROLLMENT-RECORD.
           05  EN-ENROLL-KEY.
               10  EN-STUDENT-ID       PIC 9(8).
               10  EN-COURSE-CODE      PIC X(6).
           05  EN-ENROLL-DATE          PIC 9(8).
           05  EN-ENROLL-STATUS        PIC X(1).
