      *-----------------------------------------------------------*
      *  LMSSNAP.CPY                                              *
      *  LMS ROSTER SNAPSHOT - ONE RECORD PER ENROLLMENT THE      *
      *  LEARNING MANAGEMENT SYSTEM WAS LAST TOLD ABOUT, IN       *
      *  STUDENT-AND-COURSE ORDER.  EACH LMSFEED RUN COMPARES THE *
      *  ENROLLMENT MASTER WITH THE PRIOR GENERATION TO FIND THE  *
      *  ADDS AND DROPS, THEN WRITES THE NEXT GENERATION.         *
      *-----------------------------------------------------------*
       01  LS-SNAP-RECORD.
           05  LS-TERM-CODE            PIC X(5).
           05  LS-SNAP-KEY.
               10  LS-STUDENT-ID       PIC 9(8).
               10  LS-COURSE-CODE      PIC X(6).
           05  LS-SECTION              PIC X(2).
           05  LS-SHELL-ID             PIC X(20).
