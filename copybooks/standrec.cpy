      *  STUDENT'S CURRENT STANDING.                              *
      *-----------------------------------------------------------*
       01  AS-STANDING-RECORD.
           05  AS-STUDENT-ID           PIC 9(8).
           05  AS-TERM-CODE            PIC X(5).
           05  AS-TERM-GPA             PIC 9(1)V99.
           05  AS-STANDING-CODE        PIC X(2).
