      *-----------------------------------------------------------*
      *  FEEREC.CPY                                               *
      *  COURSE FEE RECORD - ONE PER COURSE AND FEE CODE ON THE   *
      *  FEETBL CONTROL FILE (LAB, STUDIO, MATERIALS, ONLINE      *
      *  DELIVERY AND THE LIKE), CHARGED PER REGISTRATION ON TOP  *
      *  OF CREDIT-HOUR TUITION.  A ROW MAY BE NARROWED TO ONE    *
      *  TERM AND/OR ONE SECTION (SPACES = EVERY TERM / EVERY     *
      *  SECTION); WHERE SEVERAL ROWS OF THE SAME FEE CODE FIT A  *
      *  REGISTRATION THE NARROWEST WINS (TERM OUTRANKS SECTION). *
      *  READ ONLY THROUGH THE CRSFEES SERVICE.  A REFUNDABLE FEE *
      *  COMES BACK ON A DROP AT THE REFUND SCHEDULE PERCENTAGE.  *
      *-----------------------------------------------------------*
       01  FE-FEE-RECORD.
           05  FE-COURSE-CODE          PIC X(6).
           05  FE-TERM-CODE            PIC X(5).
           05  FE-SECTION              PIC X(2).
           05  FE-FEE-CODE             PIC X(4).
           05  FE-FEE-AMOUNT           PIC 9(5)V99.
           05  FE-REFUNDABLE-FLAG      PIC X(1).
               88  FE-REFUNDABLE       VALUE "Y".
