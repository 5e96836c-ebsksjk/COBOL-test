      *-----------------------------------------------------------*
      *  CLHEVENT.CPY                                             *
      *  CLEARINGHOUSE STATUS EVENT - APPENDED BY WDRAWCSC WHEN A *
      *  STUDENT IS WITHDRAWN FROM A TERM AND BY GRADCLR WHEN A   *
      *  GRADUATE IS CLEARED, WITH THE DATE IT TOOK EFFECT, SO    *
      *  THE ENROLLMENT-STATUS SUBMISSION (CLHSUBM) REPORTS THE   *
      *  CHANGE.  CLHSUBM REMOVES THE EVENTS OF THE TERM IT       *
      *  SUBMITS AND KEEPS THE REST.                              *
      *-----------------------------------------------------------*
       01  NE-EVENT-RECORD.
           05  NE-STUDENT-ID           PIC 9(8).
           05  NE-TERM-CODE            PIC X(5).
           05  NE-STATUS               PIC X(1).
               88  NE-WITHDRAWN        VALUE "W".
               88  NE-GRADUATED        VALUE "G".
           05  NE-EFFECTIVE-DATE       PIC 9(8).
           05  NE-SOURCE               PIC X(8).
