      *  MASTER FILE PROGRAMS (STUDMAIN, STUDBAT, STUDRPT, ETC.)   *
      *-----------------------------------------------------------*
       01  SM-STUDENT-RECORD.
           05  SM-STUDENT-ID           PIC 9(8).
           05  SM-STUDENT-NAME         PIC A(15).
           05  SM-DATE-OF-BIRTH        PIC 9(8).
           05  SM-MAJOR-CODE           PIC X(4).
