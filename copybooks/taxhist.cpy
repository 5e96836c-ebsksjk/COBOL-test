      *-----------------------------------------------------------*
      *  TAXHIST.CPY                                              *
      *  TUITION TAX STATEMENT HISTORY (TAXHIST, INDEXED), KEYED  *
      *  ON STUDENT PLUS TERM - WHAT THE ANNUAL STATEMENT RUN     *
      *  (TAXSTMT) HAS REPORTED FOR EACH TERM BILL.  TH-TAX-YEAR  *
      *  IS THE CALENDAR YEAR THE TERM WAS FIRST REPORTED IN      *
      *  (ZERO FOR A TERM REPORTED BEFORE THE RUN EXISTED).  THE  *
      *  REPORTED AMOUNTS ARE AS OF TH-LAST-YEAR'S RUN; THE BASE  *
      *  AMOUNTS ARE AS OF THE RUN BEFORE IT, SO A RERUN OF THE   *
      *  SAME YEAR WORKS FROM THE SAME STARTING POINT.  A LATER   *
      *  YEAR'S CHANGE FROM THE REPORTED AMOUNTS IS A PRIOR-YEAR  *
      *  ADJUSTMENT (A REDUCTION) OR NEW BILLING/AID (AN          *
      *  INCREASE) ON THAT YEAR'S STATEMENT.                      *
      *-----------------------------------------------------------*
       01  TH-TAX-HIST-RECORD.
           05  TH-BILL-KEY.
               10  TH-STUDENT-ID       PIC 9(8).
               10  TH-TERM-CODE        PIC X(5).
           05  TH-TAX-YEAR             PIC 9(4).
           05  TH-LAST-YEAR            PIC 9(4).
           05  TH-BASE-QUALIFIED       PIC 9(7)V99.
           05  TH-BASE-AID             PIC 9(7)V99.
           05  TH-QUALIFIED-AMT        PIC 9(7)V99.
           05  TH-AID-AMT              PIC 9(7)V99.
