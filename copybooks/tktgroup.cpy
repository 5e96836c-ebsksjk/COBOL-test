      *-----------------------------------------------------------*
      *  TKTGROUP.CPY                                             *
      *  PRIORITY-GROUP OVERRIDE - A STUDENT THE ATHLETICS OFFICE *
      *  OR DISABILITY SERVICES (OR ANY OFFICE WITH A WINDOW OF   *
      *  ITS OWN ON TKTWNDW) PLACES IN ITS GROUP, AHEAD OF THE    *
      *  CLASS STANDING.  A BLANK TERM APPLIES TO EVERY TERM.     *
      *-----------------------------------------------------------*
       01  PG-OVERRIDE-RECORD.
           05  PG-STUDENT-ID           PIC 9(8).
           05  PG-TERM-CODE            PIC X(5).
           05  PG-PRIORITY-GROUP       PIC X(2).
