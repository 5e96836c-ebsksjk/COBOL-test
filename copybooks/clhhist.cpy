      *-----------------------------------------------------------*
      *  CLHHIST.CPY                                              *
      *  CLEARINGHOUSE SUBMISSION HISTORY - ONE RECORD PER        *
      *  STUDENT STATUS SENT, APPENDED BY EVERY CLHSUBM RUN, SO   *
      *  A LENDER'S QUESTION ABOUT WHAT WAS REPORTED AND WHEN CAN *
      *  BE ANSWERED FROM OUR SIDE.                               *
      *-----------------------------------------------------------*
       01  NH-HISTORY-RECORD.
           05  NH-SUBMIT-DATE          PIC 9(8).
           05  NH-FILE-TYPE            PIC X(1).
           05  NH-TERM-CODE            PIC X(5).
           05  NH-STUDENT-ID           PIC 9(8).
           05  NH-ENROLL-STATUS        PIC X(1).
           05  NH-EFFECTIVE-DATE       PIC 9(8).
           05  NH-CREDIT-HOURS         PIC 9(2).
