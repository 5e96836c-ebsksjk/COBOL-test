      *-----------------------------------------------------------*
      *  PAYPLAN.CPY                                              *
      *  PAYMENT PLAN INSTALLMENT (PAYPLAN, INDEXED), KEYED ON    *
      *  STUDENT, TERM AND INSTALLMENT NUMBER - SO A START AT     *
      *  INSTALLMENT ZERO WALKS ONE TERM BILL'S SCHEDULE OLDEST   *
      *  FIRST.  WRITTEN BY THE PLAN ENROLLMENT (PLANMNT) FROM    *
      *  THE PLANTYPE ROW; PAYPOST APPLIES RECEIPTS TO THE OLDEST *
      *  OPEN INSTALLMENT.  A CANCELLED PLAN KEEPS ITS ROWS WITH  *
      *  IP-CANCELLED SET.  PLANMISS LISTS OPEN INSTALLMENTS PAST *
      *  THEIR DUE DATE; BILLAGE AGES A PLAN BILL FROM ITS OLDEST *
      *  MISSED DUE DATE, NOT FROM ASSESSMENT.                    *
      *-----------------------------------------------------------*
       01  IP-INSTALLMENT-RECORD.
           05  IP-INSTALLMENT-KEY.
               10  IP-STUDENT-ID       PIC 9(8).
               10  IP-TERM-CODE        PIC X(5).
               10  IP-INSTALL-NO       PIC 9(2).
           05  IP-PLAN-TYPE            PIC X(2).
           05  IP-DUE-DATE             PIC 9(8).
           05  IP-AMOUNT-DUE           PIC 9(7)V99.
           05  IP-AMOUNT-PAID          PIC 9(7)V99.
           05  IP-STATUS               PIC X(1).
               88  IP-OPEN             VALUE "O".
               88  IP-PAID             VALUE "P".
               88  IP-CANCELLED        VALUE "C".
           05  IP-ENROLLED-BY          PIC X(5).
           05  IP-ENROLL-DATE          PIC 9(8).
