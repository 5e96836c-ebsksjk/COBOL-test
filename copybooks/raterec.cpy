      *-----------------------------------------------------------*
      *  RATEREC.CPY                                              *
      *  TUITION RATE RECORD - ONE PER TERM AND RESIDENCY CLASS   *
      *  ON THE RATETBL CONTROL FILE (R = RESIDENT, N = NON-      *
      *  RESIDENT, I = INTERNATIONAL; A BLANK CLASS ON A ROW CUT  *
      *  BEFORE CLASSES WERE CARRIED IS THE RESIDENT ROW).        *
      *  TUITION IS THE PER-CREDIT-HOUR RATE TIMES THE TERM'S     *
      *  ENROLLED CREDITS, CAPPED AT THE FULL-TIME AMOUNT ONCE    *
      *  THE FULL-TIME CREDIT THRESHOLD IS REACHED (A ZERO AMOUNT *
      *  MEANS NO CAP).                                           *
      *-----------------------------------------------------------*
       01  RA-RATE-RECORD.
           05  RA-TERM-CODE            PIC X(5).
           05  RA-PER-CREDIT-RATE     PIC 9(5)V99.
           05  RA-FULLTIME-CREDITS    PIC 9(2).
           05  RA-FULLTIME-AMOUNT     PIC 9(7)V99.
           05  RA-RESIDENCY-CLASS     PIC X(1).
