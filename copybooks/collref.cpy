      *-----------------------------------------------------------*
      *  COLLREF.CPY                                              *
      *  COLLECTIONS REFERRAL (COLLREF, INDEXED), KEYED ON THE    *
      *  TERM BILL.  WRITTEN BY THE COLLECTIONS CYCLE (COLLECT)   *
      *  WHEN A FORMER STUDENT'S BALANCE IS SENT TO THE OUTSIDE   *
      *  AGENCY, OR WHEN THE BURSAR WRITES A BALANCE OFF.         *
      *  PAYPOST ADDS EVERY RECEIPT ON A REFERRED BILL - THE      *
      *  AGENCY'S REMITTANCES (TENDER "AG") SEPARATELY FROM ANY   *
      *  PAID DIRECT - AND CLOSES THE REFERRAL WHEN THE BALANCE   *
      *  IS PAID.  A WRITTEN-OFF BILL KEEPS ITS STUBILL BALANCE   *
      *  (STILL OWED, STILL ON STUPROF) BUT LEAVES THE AGING;     *
      *  MONEY RECEIVED ON IT AFTERWARD IS A RECOVERY.  A BILL    *
      *  WRITTEN OFF WITHOUT EVER BEING REFERRED HAS A ZERO       *
      *  REFERRAL DATE.                                           *
      *-----------------------------------------------------------*
       01  CG-REFERRAL-RECORD.
           05  CG-BILL-KEY.
               10  CG-STUDENT-ID       PIC 9(8).
               10  CG-TERM-CODE        PIC X(5).
           05  CG-AGENCY-CODE          PIC X(4).
           05  CG-REFER-DATE           PIC 9(8).
           05  CG-REFERRED-AMT         PIC 9(7)V99.
           05  CG-STATUS               PIC X(1).
               88  CG-AT-AGENCY        VALUE "R".
               88  CG-PAID-IN-FULL     VALUE "P".
               88  CG-WRITTEN-OFF      VALUE "W".
           05  CG-STATUS-DATE          PIC 9(8).
           05  CG-AGENCY-PAID          PIC 9(7)V99.
           05  CG-DIRECT-PAID          PIC 9(7)V99.
           05  CG-LAST-PAY-DATE        PIC 9(8).
           05  CG-WRITEOFF-AMT         PIC 9(7)V99.
           05  CG-RECOVERED-AMT        PIC 9(7)V99.
