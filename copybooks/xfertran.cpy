      *  XFERTRAN.CPY                                             *
      *  TRANSFER-CREDIT TRANSACTION - ONE ACCEPTED EXTERNAL      *
      *  COURSE FROM AN EVALUATED TRANSCRIPT, INPUT TO THE        *
      *  TRANSFER LOAD (XFERLOAD).  THE ARTICULATION TABLE        *
      *  (ARTICTBL) MAPS THE EXTERNAL COURSE WHEN IT HAS A ROW IN *
      *  FORCE; OTHERWISE THE EVALUATOR'S MAPPED COURSE CODE      *
      *  NAMES THE CATALOG EQUIVALENT, OR XT-ELECTIVE-SW "Y"      *
      *  GIVES THE FIRST FREE GENERIC ELECTIVE SLOT "ELECT1"      *
      *  THROUGH "ELECT9".  WITH NEITHER, THE TRANSACTION GOES    *
      *  TO THE EVALUATOR WORKLIST (XFERWORK) IN THIS LAYOUT.     *
      *-----------------------------------------------------------*
       01  XT-TRANSFER-TRANSACTION.
           05  XT-STUDENT-ID           PIC 9(8).
           05  XT-COURSE-CODE          PIC X(6).
           05  XT-SOURCE-INST          PIC X(20).
           05  XT-EXT-COURSE           PIC X(10).
           05  XT-CREDIT-HOURS         PIC 9(2).
           05  XT-ELECTIVE-SW          PIC X(1).
               88  XT-EVAL-ELECTIVE    VALUE "Y".
      *    DATE THE EXTERNAL COURSE WAS COMPLETED, FOR THE TABLE'S
      *    EFFECTIVE DATES; BLANK = THE RUN DATE.
           05  XT-COMPLETED-DATE       PIC 9(8).
