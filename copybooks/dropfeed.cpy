      *-----------------------------------------------------------*
      *  DROPFEED.CPY                                             *
      *  DROP/WITHDRAWAL FEED RECORD - APPENDED BY ENRLBAT WHEN A *
      *  DROP LANDS, BY WDRAWCSC WHEN A CASCADE CLOSES A COURSE,  *
      *  AND BY SECTCNCL WHEN A SECTION IS CANCELLED, SO THE      *
      *  DAILY REFUND REGISTER (REFNDREG) CAN COMPUTE WHAT THE    *
      *  STUDENT IS OWED.  REFNDREG EMPTIES THE FEED AFTER A      *
      *  CLEAN RUN.                                               *
      *-----------------------------------------------------------*
       01  DF-DROP-RECORD.
           05  DF-STUDENT-ID           PIC 9(8).
           05  DF-COURSE-CODE          PIC X(6).
           05  DF-TERM-CODE            PIC X(5).
           05  DF-DROP-DATE            PIC 9(8).
           05  DF-SOURCE               PIC X(8).
      *    AN INSTITUTIONAL CANCELLATION (SECTCNCL) AND A DROP FOR
      *    NEVER ATTENDING (NATTDROP THROUGH ENRLBAT) ARE REFUNDED
      *    IN FULL WHATEVER THE WEEK; SPACE = AN ORDINARY DROP
      *    PRICED FROM THE REFSCHED SCHEDULE.  A REGISTRATION
      *    CANCELLED FOR NON-PAYMENT (NPAYCNCL) IS NOT REFUNDED HERE -
      *    TUITCALC RE-ASSESSES THE CANCELLED BILL AND REVERSES ITS
      *    CHARGES IN FULL; REFNDREG ONLY LISTS THE DROP.
           05  DF-DROP-REASON          PIC X(1).
               88  DF-STUDENT-DROP     VALUE " ".
               88  DF-INSTITUTIONAL    VALUE "I".
               88  DF-NEVER-ATTENDED   VALUE "N".
               88  DF-NON-PAYMENT      VALUE "P".
