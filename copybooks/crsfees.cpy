      *-----------------------------------------------------------*
      *  CRSFEES.CPY                                              *
      *  CALL AREA FOR THE CRSFEES COURSE-FEE SERVICE.  THE       *
      *  CALLER PASSES THE COURSE, TERM AND SECTION OF ONE        *
      *  REGISTRATION AND GETS BACK EVERY FEE THAT APPLIES TO IT  *
      *  - ONE ENTRY PER FEE CODE, THE NARROWEST FEETBL ROW OF    *
      *  THAT CODE - WITH THE TOTAL OF ALL FEES AND THE TOTAL OF  *
      *  THE REFUNDABLE ONES.  NO FEES AT ALL IS A ZERO COUNT.    *
      *-----------------------------------------------------------*
       01  FQ-FEE-AREA.
           05  FQ-COURSE-CODE          PIC X(6).
           05  FQ-TERM-CODE            PIC X(5).
           05  FQ-SECTION              PIC X(2).
           05  FQ-RESULT.
               10  FQ-FEE-COUNT        PIC 9(2).
               10  FQ-FEE-ENTRY OCCURS 10 TIMES.
                   15  FQ-FEE-CODE     PIC X(4).
                   15  FQ-FEE-AMOUNT   PIC 9(5)V99.
                   15  FQ-FEE-REFUNDABLE PIC X(1).
                   15  FQ-FEE-RANK     PIC 9(1).
               10  FQ-TOTAL-FEES       PIC 9(7)V99.
               10  FQ-REFUNDABLE-FEES  PIC 9(7)V99.
