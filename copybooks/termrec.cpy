      *  RUNS ON;                                                 *
      *  UNTERPROGRAMM2 REJECTS POSTINGS OUTSIDE THE WINDOW OR    *
      *  INTO A TERM THE TERM-CLOSE JOB (TERMCLSE) HAS LOCKED.    *
      *  THE CREDIT MAXIMUMS CAP A STUDENT'S ENROLLED HOURS FOR   *
      *  THE TERM IN ENRLBAT - THE LOWER ONE FOR A STUDENT ON     *
      *  ACADEMIC PROBATION - UNLESS AN OVERLOAD IS APPROVED      *
      *  (OVLDMNT).  ZERO MEANS NO MAXIMUM.  THE PASS/FAIL        *
      *  DEADLINE IS THE LAST DAY PFMNT TAKES A PASS/FAIL         *
      *  ELECTION FOR THE TERM; ZERO MEANS NO PASS/FAIL OPTION.   *
      *  THE PAYMENT DEADLINE IS THE LAST DAY THE TERM'S CHARGES  *
      *  MAY STAND UNPAID; AFTER IT THE NON-PAYMENT CANCELLATION  *
      *  (NPAYCNCL) MAY RUN.  ZERO MEANS NO DEADLINE IS SET.      *
      *-----------------------------------------------------------*
       01  TM-TERM-RECORD.
           05  TM-TERM-CODE            PIC X(5).
           05  TM-LOCK-FLAG            PIC X(1).
               88  TM-TERM-LOCKED      VALUE "L".
               88  TM-TERM-OPEN        VALUE " ".
           05  TM-MAX-CREDITS          PIC 9(2).
           05  TM-PROBATION-MAX        PIC 9(2).
           05  TM-PF-DEADLINE          PIC 9(8).
           05  TM-PAY-DEADLINE         PIC 9(8).
