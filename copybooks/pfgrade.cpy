      *-----------------------------------------------------------*
      *  PFGRADE.CPY                                              *
      *  CALL AREA FOR THE PFGRADE PASS/FAIL CONVERSION SERVICE.  *
      *  PQ-CONVERT: THE CALLER PASSES THE STUDENT, COURSE, TERM  *
      *  AND LETTER GRADE ABOUT TO BE POSTED AND GETS BACK THE    *
      *  GRADE TO WRITE - P OR NP WHEN THE STUDENT HOLDS AN       *
      *  ACTIVE ELECTION AND THE LETTER COUNTS IN THE GPA, ELSE   *
      *  THE LETTER UNCHANGED.  PQ-RECORD, CALLED ONCE THE GRADE  *
      *  HAS LANDED, KEEPS THE LETTER AND THE CONVERTED GRADE ON  *
      *  THE ELECTION.                                            *
      *-----------------------------------------------------------*
       01  PQ-CONVERT-AREA.
           05  PQ-FUNCTION             PIC X(1).
               88  PQ-CONVERT          VALUE "C".
               88  PQ-RECORD           VALUE "R".
           05  PQ-STUDENT-ID           PIC 9(8).
           05  PQ-COURSE-CODE          PIC X(6).
           05  PQ-TERM-CODE            PIC X(5).
           05  PQ-LETTER-GRADE         PIC X(2).
           05  PQ-POSTED-GRADE         PIC X(2).
           05  PQ-ELECTED-FLAG         PIC X(1).
               88  PQ-ELECTED          VALUE "Y".
               88  PQ-NOT-ELECTED      VALUE "N".
