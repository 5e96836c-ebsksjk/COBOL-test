      *-----------------------------------------------------------*
      *  DISBHIST.CPY                                             *
      *  CREDIT-BALANCE REFUND PAID (DISBHIST, INDEXED), KEYED ON *
      *  STUDENT, TERM AND DISBURSEMENT DATE.  CRDDISB POSTS THE  *
      *  REFUND TO BL-ASSESSED-AMT AS A CHARGE, BRINGING THE      *
      *  CREDIT BALANCE BACK TO ZERO; A TUITION RE-ASSESSMENT     *
      *  (TUITCALC) ADDS THE TERM'S REFUNDS PAID BACK ON.         *
      *-----------------------------------------------------------*
       01  CD-DISB-HIST-RECORD.
           05  CD-DISB-KEY.
               10  CD-STUDENT-ID       PIC 9(8).
               10  CD-TERM-CODE        PIC X(5).
               10  CD-DISB-DATE        PIC 9(8).
           05  CD-AMOUNT               PIC 9(7)V99.
           05  CD-METHOD               PIC X(1).
           05  CD-SEQ-NO               PIC 9(6).
