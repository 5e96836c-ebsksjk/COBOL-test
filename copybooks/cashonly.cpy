      *-----------------------------------------------------------*
      *  CASHONLY.CPY                                             *
      *  CASH-ONLY FLAG (CASHONLY, INDEXED), KEYED ON STUDENT.    *
      *  SET BY THE RETURNED-PAYMENT RUN (RTNPAY) WHEN A PAYMENT  *
      *  COMES BACK; UNTIL CS-UNTIL-DATE HAS PASSED THE PAYMENT   *
      *  POSTING (PAYPOST) REFUSES CHECKS FROM THE STUDENT.       *
      *-----------------------------------------------------------*
       01  CS-CASH-ONLY-RECORD.
           05  CS-STUDENT-ID           PIC 9(8).
           05  CS-SET-DATE             PIC 9(8).
           05  CS-UNTIL-DATE           PIC 9(8).
           05  CS-RECEIPT-NO           PIC X(8).
