      *-----------------------------------------------------------*
      *  REVPGRP.CPY                                              *
      *  TUITION REVENUE PROJECTION GROUP - WRITTEN BY REVPBLD    *
      *  ONE FOR ONE WITH THE COMPDATA PAIRS IT BUILDS (X = THE   *
      *  GROUP'S BILLABLE CREDIT HOURS, Y = THE PER-CREDIT RATE), *
      *  SO REVPRPT CAN PUT COMPUPER'S RESULTS BACK AGAINST THE   *
      *  TERM, CAMPUS AND RESIDENCY CLASS.  BILLABLE HOURS ARE    *
      *  THE ENROLLED HOURS WITH A FULL-TIME STUDENT'S HOURS      *
      *  CUT TO THE FULL-TIME AMOUNT OVER THE RATE.  A LARGE      *
      *  GROUP IS SPLIT OVER SEVERAL PAIRS TO KEEP EACH PAIR'S    *
      *  REVENUE INSIDE COMPUPER'S RESULT FIELD - ONLY THE FIRST  *
      *  CARRIES THE HEADCOUNT AND ENROLLED HOURS.  A GROUP THAT  *
      *  COULD NOT BE PRICED (NO RESIDENCY CLASS IN FORCE, OR NO  *
      *  RATETBL ROW FOR THE CLASS) GOES THROUGH AT A ZERO RATE   *
      *  AND IS FLAGGED.                                          *
      *-----------------------------------------------------------*
       01  RG-GROUP-RECORD.
           05  RG-TERM-CODE            PIC X(5).
           05  RG-CAMPUS               PIC X(2).
           05  RG-RESIDENCY-CLASS      PIC X(1).
           05  RG-PRICED-FLAG          PIC X(1).
               88  RG-PRICED           VALUE "Y".
               88  RG-NOT-PRICED       VALUE "N".
           05  RG-HEADCOUNT            PIC 9(5).
           05  RG-CREDIT-HOURS         PIC 9(6).
           05  RG-BILLABLE-HOURS       PIC 9(5)V99.
           05  RG-RATE                 PIC 9(5)V99.
