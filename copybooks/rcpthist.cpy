      *-----------------------------------------------------------*
      *  RCPTHIST.CPY                                             *
      *  POSTED RECEIPT (RCPTHIST, INDEXED), KEYED ON THE CASHIER *
      *  RECEIPT NUMBER, WITH THE STUDENT AND TERM AS A           *
      *  DUPLICATE ALTERNATE KEY.  WRITTEN BY PAYPOST FOR EVERY   *
      *  RECEIPT IT POSTS; THE RETURNED-PAYMENT RUN (RTNPAY)      *
      *  MATCHES THE BANK'S RETURNED ITEMS AGAINST IT, MARKS THE  *
      *  RECEIPT RETURNED AND RECORDS THE RETURNED-PAYMENT FEE    *
      *  IT CHARGED.  A TUITION RE-ASSESSMENT (TUITCALC) ADDS THE *
      *  TERM'S RETURNED-PAYMENT FEES BACK ONTO THE BILL.         *
      *-----------------------------------------------------------*
       01  RP-RECEIPT-RECORD.
           05  RP-RECEIPT-NO           PIC X(8).
           05  RP-BILL-KEY.
               10  RP-STUDENT-ID       PIC 9(8).
               10  RP-TERM-CODE        PIC X(5).
           05  RP-AMOUNT               PIC 9(7)V99.
           05  RP-PAY-DATE             PIC 9(8).
           05  RP-TENDER               PIC X(2).
           05  RP-POST-DATE            PIC 9(8).
           05  RP-STATUS               PIC X(1).
               88  RP-POSTED           VALUE "P".
               88  RP-RETURNED         VALUE "R".
           05  RP-RETURN-DATE          PIC 9(8).
           05  RP-RETURN-REASON        PIC X(2).
           05  RP-FEE-AMOUNT           PIC 9(5)V99.
