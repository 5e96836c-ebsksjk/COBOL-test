      *-----------------------------------------------------------*
      *  BADDEBT.CPY                                              *
      *  BAD-DEBT HISTORY (BADDEBT) - ONE RECORD, NEVER CHANGED,  *
      *  FOR EVERY TERM BALANCE THE COLLECTIONS CYCLE (COLLECT)   *
      *  WRITES OFF: THE BILL, THE AMOUNT, THE BILL'S FIGURES AT  *
      *  THE TIME, THE BURSAR WHO APPROVED IT AND THE OPERATOR    *
      *  WHO RAN THE CYCLE, WITH DATE AND TIME.  THE FILE IS THE  *
      *  AUDIT TRAIL OF WRITE-OFFS AND IS ONLY EVER EXTENDED.     *
      *-----------------------------------------------------------*
       01  BB-BAD-DEBT-RECORD.
           05  BB-STUDENT-ID           PIC 9(8).
           05  BB-TERM-CODE            PIC X(5).
           05  BB-WRITEOFF-DATE        PIC 9(8).
           05  BB-WRITEOFF-TIME        PIC 9(8).
           05  BB-AMOUNT               PIC 9(7)V99.
           05  BB-ASSESSED-AMT         PIC 9(7)V99.
           05  BB-AID-AMT              PIC 9(7)V99.
           05  BB-REFUND-AMT           PIC 9(7)V99.
           05  BB-PAID-AMT             PIC 9(7)V99.
           05  BB-REFER-DATE           PIC 9(8).
           05  BB-REASON               PIC X(2).
           05  BB-APPROVED-BY          PIC X(5).
           05  BB-APPROVAL-DATE        PIC 9(8).
           05  BB-ENTERED-BY           PIC X(5).
           05  BB-PROGRAM-NAME         PIC X(8).
