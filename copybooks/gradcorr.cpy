      *  REPLACEMENT GRADE, AND THE OPERATOR AUTHORISING IT.       *
      *-----------------------------------------------------------*
       01  GC-CORRECTION-RECORD.
           05  GC-STUDENT-ID           PIC 9(8).
           05  GC-COURSE-CODE          PIC X(6).
           05  GC-NEW-GRADE            PIC X(2).
           05  GC-OPERATOR             PIC X(5).
