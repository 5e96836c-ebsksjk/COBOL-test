      *  PAYTRAN.CPY                                              *
      *  CASHIER PAYMENT TRANSACTION - ONE RECEIPT FROM THE DAILY *
      *  CASHIER FEED, APPLIED AGAINST THE STUDENT'S TERM BILLING *
      *  BALANCE BY THE PAYMENT-POSTING BATCH (PAYPOST).  THE     *
      *  TENDER IS BLANK ON RECEIPTS FROM BEFORE IT WAS CARRIED.  *
      *  "AG" IS A REMITTANCE FROM THE COLLECTION AGENCY ON A     *
      *  BALANCE REFERRED TO IT (COLLREF).                        *
      *-----------------------------------------------------------*
       01  PY-PAYMENT-RECORD.
           05  PY-STUDENT-ID           PIC 9(8).
           05  PY-TERM-CODE            PIC X(5).
           05  PY-AMOUNT               PIC 9(7)V99.
           05  PY-PAY-DATE             PIC 9(8).
           05  PY-RECEIPT-NO           PIC X(8).
           05  PY-TENDER               PIC X(2).
               88  PY-TENDER-CHECK     VALUE "CK".
               88  PY-TENDER-CARD      VALUE "CC".
               88  PY-TENDER-CASH      VALUE "CA".
               88  PY-TENDER-AGENCY    VALUE "AG".
