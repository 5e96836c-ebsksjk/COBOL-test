      *-----------------------------------------------------------*
      *  GLBILL.CPY                                               *
      *  WHAT THE GENERAL LEDGER HAS BEEN TOLD A TERM BILL        *
      *  CHARGES (GLBILLED, INDEXED), KEYED ON STUDENT PLUS TERM  *
      *  LIKE STUBILL ITSELF.  KEPT BY THE TUITION ASSESSMENT     *
      *  (TUITCALC) SO A RE-ASSESSMENT SENDS THE LEDGER ONLY THE  *
      *  CHANGE IN TUITION AND IN COURSE FEES, NOT THE WHOLE      *
      *  CHARGE AGAIN.                                            *
      *-----------------------------------------------------------*
       01  GB-GL-BILLED-RECORD.
           05  GB-BILL-KEY.
               10  GB-STUDENT-ID       PIC 9(8).
               10  GB-TERM-CODE        PIC X(5).
           05  GB-TUITION-AMT          PIC 9(7)V99.
           05  GB-FEES-AMT             PIC 9(7)V99.
           05  GB-LAST-DATE            PIC 9(8).
