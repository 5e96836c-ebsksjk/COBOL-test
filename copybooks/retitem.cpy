      *-----------------------------------------------------------*
      *  RETITEM.CPY                                              *
      *  RETURNED ITEM FROM THE BANK'S RETURNED-ITEM FILE - A     *
      *  CHECK RETURNED UNPAID (NSF) OR A CARD PAYMENT CHARGED    *
      *  BACK - NAMING THE CASHIER RECEIPT IT REVERSES.  READ BY  *
      *  THE RETURNED-PAYMENT RUN (RTNPAY).                       *
      *-----------------------------------------------------------*
       01  RI-RETURN-RECORD.
           05  RI-RECEIPT-NO           PIC X(8).
           05  RI-STUDENT-ID           PIC 9(8).
           05  RI-AMOUNT               PIC 9(7)V99.
           05  RI-RETURN-DATE          PIC 9(8).
           05  RI-REASON               PIC X(2).
               88  RI-NSF              VALUE "NS".
               88  RI-CHARGEBACK       VALUE "CB".
