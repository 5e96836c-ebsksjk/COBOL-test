      *-----------------------------------------------------------*
      *  PLANTYPE.CPY                                             *
      *  INSTALLMENT PLAN TYPE - ONE ROW PER PLAN THE BURSAR      *
      *  OFFERS, ON THE PLANTYPE CONTROL FILE.  A TERM BILL       *
      *  ENROLLED IN A PLAN (PLANMNT) IS SPLIT INTO IT-INSTALL-   *
      *  MENTS PAYMENTS: THE FIRST DUE IT-FIRST-DUE-DAYS AFTER    *
      *  THE TERM'S START DATE AND EACH LATER ONE IT-INTERVAL-    *
      *  DAYS AFTER THE ONE BEFORE.  IT-DOWN-PCT, WHEN NOT ZERO,  *
      *  IS THE SHARE OF THE BALANCE TAKEN AS THE FIRST PAYMENT;  *
      *  THE REST IS SPLIT EVENLY (THE LAST PAYMENT TAKES ANY     *
      *  ROUNDING).                                               *
      *-----------------------------------------------------------*
       01  IT-PLAN-TYPE-RECORD.
           05  IT-PLAN-TYPE            PIC X(2).
           05  IT-DESCRIPTION          PIC X(20).
           05  IT-INSTALLMENTS         PIC 9(2).
           05  IT-FIRST-DUE-DAYS       PIC 9(3).
           05  IT-INTERVAL-DAYS        PIC 9(3).
           05  IT-DOWN-PCT             PIC 9(3).
