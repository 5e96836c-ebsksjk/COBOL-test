      *  THE POSTING ("IR").                                      *
      *-----------------------------------------------------------*
       01  GT-GRADE-TRANSACTION.
           05  GT-STUDENT-ID           PIC 9(8).
           05  GT-COURSE-CODE          PIC X(6).
           05  GT-GRADE                PIC X(2).
           05  GT-TERM-CODE            PIC X(5).
