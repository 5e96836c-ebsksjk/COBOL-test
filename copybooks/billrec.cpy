      *  POST AGAINST IT.  THE BALANCE IS ALWAYS                  *
      *    ASSESSED - AID - REFUNDS - PAYMENTS                    *
      *  AND EVERY PATH THAT TOUCHES AN AMOUNT RECOMPUTES IT.     *
      *  THE NON-PAYMENT CANCELLATION (NPAYCNCL) MARKS A BILL     *
      *  WHOSE REGISTRATIONS IT DROPPED, WITH THE DATE; TUITCALC  *
      *  THEN RE-ASSESSES IT WITH NO CREDITS, REVERSING THE       *
      *  TUITION AND COURSE FEES IN FULL, AND CLEARS THE MARK     *
      *  ONCE THE STUDENT IS BILLED FOR REGISTRATIONS AGAIN.      *
      *-----------------------------------------------------------*
       01  BL-BILLING-RECORD.
           05  BL-BILL-KEY.
               10  BL-STUDENT-ID       PIC 9(8).
               10  BL-TERM-CODE        PIC X(5).
           05  BL-CREDIT-HOURS         PIC 9(3).
           05  BL-ASSESSED-AMT         PIC 9(7)V99.
           05  BL-PAID-AMT             PIC 9(7)V99.
           05  BL-BALANCE              PIC S9(7)V99.
           05  BL-ASSESS-DATE          PIC 9(8).
           05  BL-CANCEL-FLAG          PIC X(1).
               88  BL-NOT-CANCELLED    VALUE " ".
               88  BL-NONPAY-CANCELLED VALUE "P".
           05  BL-CANCEL-DATE          PIC 9(8).
