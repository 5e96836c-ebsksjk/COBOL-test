      *-----------------------------------------------------------*
      *  LMSSHELL.CPY                                             *
      *  LEARNING-MANAGEMENT-SYSTEM COURSE SHELL MAP - ONE RECORD *
      *  PER TERM OFFERING THE LMS TEAM HAS BUILT A COURSE SITE   *
      *  FOR, NAMING THAT SITE'S SHELL ID.  A BLANK SECTION MAPS  *
      *  EVERY SECTION OF THE COURSE TO ONE MERGED SHELL; A       *
      *  SECTION ENTRY WINS OVER THE COURSE-WIDE ONE.  THE        *
      *  NIGHTLY ROSTER FEED (LMSFEED) LISTS ENROLLMENTS IN ANY   *
      *  SECTION WITH NO SHELL INSTEAD OF SENDING THEM.           *
      *-----------------------------------------------------------*
       01  LM-SHELL-RECORD.
           05  LM-TERM-CODE            PIC X(5).
           05  LM-COURSE-CODE          PIC X(6).
           05  LM-SECTION              PIC X(2).
           05  LM-SHELL-ID             PIC X(20).
