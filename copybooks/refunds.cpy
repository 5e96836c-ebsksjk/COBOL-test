      *  APPENDED BY THE DAILY REFUND REGISTER (REFNDREG) WITH    *
      *  THE SCHEDULE PERCENTAGE AND COMPUTED AMOUNT THAT WERE    *
      *  POSTED AGAINST THE STUDENT'S TERM CHARGES (STUBILL).     *
      *  RD-REFUND-AMT IS THE WHOLE REFUND; RD-FEE-REFUND-AMT IS  *
      *  THE PART OF IT THAT CAME FROM REFUNDABLE COURSE FEES.    *
      *-----------------------------------------------------------*
       01  RD-REFUND-RECORD.
           05  RD-STUDENT-ID           PIC 9(8).
           05  RD-TERM-CODE            PIC X(5).
           05  RD-COURSE-CODE          PIC X(6).
           05  RD-DROP-DATE            PIC 9(8).
           05  RD-CREDIT-HOURS         PIC 9(2).
           05  RD-REFUND-AMT           PIC 9(7)V99.
           05  RD-PROCESS-DATE         PIC 9(8).
           05  RD-FEE-REFUND-AMT       PIC 9(7)V99.
