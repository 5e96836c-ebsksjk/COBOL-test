      *  AND FLIPS THE ENTRY; DENIED ENTRIES STAY FOR THE RECORD. *
      *-----------------------------------------------------------*
       01  XQ-HELD-RECORD.
           05  XQ-STUDENT-ID           PIC 9(8).
           05  XQ-COURSE-CODE          PIC X(6).
           05  XQ-TERM-CODE            PIC X(5).
           05  XQ-SECTION              PIC X(2).
