      *-----------------------------------------------------------*
       01  GR-GRADE-RECORD.
           05  GR-GRADE-KEY.
               10  GR-STUDENT-ID       PIC 9(8).
               10  GR-COURSE-CODE      PIC X(6).
               10  GR-ENTRY-SEQ        PIC 9(2).
           05  GR-GRADE                PIC X(2).
