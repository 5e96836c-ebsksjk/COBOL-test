      *-----------------------------------------------------------*
      *  CREDAGE.CPY                                              *
      *  CREDIT-BALANCE AGE (CREDAGE, INDEXED), KEYED ON STUDENT  *
      *  AND TERM - THE DATE CRDDISB FIRST FOUND THE TERM BILL IN *
      *  CREDIT.  THE ROW GOES WHEN THE CREDIT IS REFUNDED OR THE *
      *  BALANCE IS NO LONGER IN CREDIT.                          *
      *-----------------------------------------------------------*
       01  CA-CREDIT-AGE-RECORD.
           05  CA-BILL-KEY.
               10  CA-STUDENT-ID       PIC 9(8).
               10  CA-TERM-CODE        PIC X(5).
           05  CA-FIRST-SEEN           PIC 9(8).
