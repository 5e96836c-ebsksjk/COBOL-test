      *-----------------------------------------------------------*
      *  EXAMSCHD.CPY                                             *
      *  FINAL-EXAM SCHEDULE, KEYED LIKE THE COURSE OFFERING ON   *
      *  COURSE CODE PLUS TERM PLUS SECTION.  WRITTEN BY EXAMSCHD *
      *  FROM THE EXAM BLOCK TABLE AND ITS OVERRIDES; SCHEDPRT    *
      *  PRINTS THE EXAM UNDER EACH COURSE ON A STUDENT'S         *
      *  SCHEDULE.  A RERUN REPLACES THE TERM'S ENTRIES.          *
      *-----------------------------------------------------------*
       01  XS-EXAM-RECORD.
           05  XS-OFFER-KEY.
               10  XS-COURSE-CODE      PIC X(6).
               10  XS-TERM-CODE        PIC X(5).
               10  XS-SECTION          PIC X(2).
           05  XS-EXAM-BLOCK           PIC X(3).
           05  XS-EXAM-DATE            PIC 9(8).
           05  XS-EXAM-START           PIC 9(4).
           05  XS-EXAM-END             PIC 9(4).
           05  XS-EXAM-ROOM            PIC X(6).
           05  XS-EXAM-SOURCE          PIC X(1).
               88  XS-FROM-PATTERN     VALUE "P".
               88  XS-FROM-OVERRIDE    VALUE "O".
