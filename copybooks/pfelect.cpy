      *-----------------------------------------------------------*
      *  PFELECT.CPY                                              *
      *  PASS/FAIL ELECTION RECORD (PFELECT, INDEXED), KEYED ON   *
      *  STUDENT ID PLUS COURSE CODE PLUS TERM.  WRITTEN BY       *
      *  PFMNT UP TO THE TERM'S PASS/FAIL DEADLINE, WITH THE      *
      *  COURSE'S CREDIT HOURS COUNTED AGAINST THE STUDENT'S      *
      *  PASS/FAIL LIMIT.  WHEN THE GRADE IS POSTED (PFGRADE) THE *
      *  LETTER GRADE IS KEPT HERE AND THE GRADE MASTER CARRIES P *
      *  OR NP; BOTH STAY SPACES UNTIL THEN.  A REVOKED ELECTION  *
      *  IS KEPT FOR THE RECORD BUT NEVER CONVERTS A GRADE.       *
      *-----------------------------------------------------------*
       01  EF-ELECTION-RECORD.
           05  EF-ELECTION-KEY.
               10  EF-STUDENT-ID       PIC 9(8).
               10  EF-COURSE-CODE      PIC X(6).
               10  EF-TERM-CODE        PIC X(5).
           05  EF-CREDIT-HOURS         PIC 9(2).
           05  EF-STATUS               PIC X(1).
               88  EF-ACTIVE           VALUE "A".
               88  EF-REVOKED          VALUE "R".
           05  EF-ELECT-DATE           PIC 9(8).
           05  EF-ENTERED-BY           PIC X(5).
           05  EF-REVOKE-DATE          PIC 9(8).
           05  EF-ORIGINAL-GRADE       PIC X(2).
           05  EF-POSTED-GRADE         PIC X(2).
           05  EF-CONVERT-DATE         PIC 9(8).
