      *-----------------------------------------------------------*
      *  GLMAP.CPY                                                *
      *  GENERAL-LEDGER ACCOUNT MAPPING ROW, ON THE GLMAP CONTROL *
      *  FILE MAINTAINED BY THE BUSINESS OFFICE.  ONE ROW PER     *
      *  ACTIVITY CATEGORY (SEE GLACTV.CPY) AND CAMPUS: A         *
      *  POSITIVE AMOUNT DEBITS GM-DEBIT-ACCOUNT AND CREDITS      *
      *  GM-CREDIT-ACCOUNT, A NEGATIVE ONE THE REVERSE.  A ROW    *
      *  WITH A BLANK CAMPUS IS THE CATEGORY'S DEFAULT FOR ANY    *
      *  CAMPUS WITHOUT A ROW OF ITS OWN.  THE USUAL PAIRS ARE    *
      *    TU/CF/LF/RC  RECEIVABLE     / TUITION OR FEE REVENUE   *
      *    PY           CASH           / RECEIVABLE               *
      *    AD           AID CLEARING   / RECEIVABLE               *
      *    AR           RECEIVABLE     / AID CLEARING             *
      *    RT/RF        TUITION OR FEE REVENUE / RECEIVABLE       *
      *    RP           RECEIVABLE     / CASH                     *
      *    CD           RECEIVABLE     / REFUNDS PAYABLE          *
      *    WO           BAD-DEBT EXPENSE / RECEIVABLE             *
      *    WR           RECEIVABLE     / BAD-DEBT EXPENSE         *
      *-----------------------------------------------------------*
       01  GM-MAP-RECORD.
           05  GM-CATEGORY             PIC X(2).
           05  GM-CAMPUS               PIC X(2).
           05  GM-DEBIT-ACCOUNT        PIC X(10).
           05  GM-CREDIT-ACCOUNT       PIC X(10).
