      *-----------------------------------------------------------*
      *  LETTREQ.CPY                                              *
      *  STUDENT LETTER REQUEST - APPENDED TO THE LETTREQ FILE BY *
      *  ANY PROGRAM WHOSE EVENT CALLS FOR A LETTER TO A STUDENT  *
      *  OR APPLICANT:                                            *
      *    PR - ACADEMIC PROBATION NOTICE (ACADSTND)              *
      *    SU - ACADEMIC SUSPENSION NOTICE (ACADSTND)             *
      *    DL - DEAN'S LIST CONGRATULATIONS (ACADSTND)            *
      *    AD - ADMISSION LETTER (APPLMNT)                        *
      *    MD - MIDTERM DEFICIENCY NOTICE TO THE STUDENT          *
      *         (DEFNOTCE)                                        *
      *  THE NIGHTLY PRINT RUN (LETTPRT) MERGES EACH REQUEST INTO *
      *  ITS LETTMPL TEMPLATE AND EMPTIES THE CONSUMED FILE,      *
      *  KEEPING ONLY REQUESTS WHOSE CODE HAS NO TEMPLATE.  AN    *
      *  APPLICANT NOT YET LOADED TO THE MASTER CARRIES A ZERO    *
      *  STUDENT ID AND IS FOUND BY THE APPLICANT NUMBER.  FIELDS *
      *  A LETTER CODE DOES NOT USE ARE SPACES OR ZERO.           *
      *-----------------------------------------------------------*
       01  LQ-LETTER-REQUEST.
           05  LQ-LETTER-CODE          PIC X(2).
               88  LQ-PROBATION        VALUE "PR".
               88  LQ-SUSPENSION       VALUE "SU".
               88  LQ-DEANS-LIST       VALUE "DL".
               88  LQ-ADMISSION        VALUE "AD".
               88  LQ-DEFICIENCY       VALUE "MD".
           05  LQ-REQUEST-DATE         PIC 9(8).
           05  LQ-SOURCE-PROGRAM       PIC X(8).
           05  LQ-STUDENT-ID           PIC 9(8).
           05  LQ-APPLICANT-NO         PIC 9(6).
           05  LQ-TERM-CODE            PIC X(5).
           05  LQ-TERM-GPA             PIC 9(1)V99.
           05  LQ-STANDING-CODE        PIC X(2).
           05  LQ-COURSE-CODE          PIC X(6).
