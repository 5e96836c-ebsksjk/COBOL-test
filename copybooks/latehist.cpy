      *-----------------------------------------------------------*
      *  LATEHIST.CPY                                             *
      *  LATE FEE ASSESSED (LATEHIST, INDEXED), KEYED ON STUDENT, *
      *  TERM AND THE YEAR-MONTH OF THE ASSESSMENT - SO A TERM    *
      *  BILL IS CHARGED AT MOST ONE LATE FEE A MONTH HOWEVER     *
      *  OFTEN THE MONTHLY STEP (LATEFEE) IS RERUN.  THE FEE IS   *
      *  ADDED TO BL-ASSESSED-AMT ON STUBILL; A TUITION RE-       *
      *  ASSESSMENT (TUITCALC) ADDS THE TERM'S LATE FEES BACK.    *
      *-----------------------------------------------------------*
       01  LF-LATE-FEE-RECORD.
           05  LF-LATE-FEE-KEY.
               10  LF-STUDENT-ID       PIC 9(8).
               10  LF-TERM-CODE        PIC X(5).
               10  LF-ASSESS-MONTH     PIC 9(6).
           05  LF-BUCKET               PIC X(1).
           05  LF-BALANCE              PIC S9(7)V99.
           05  LF-FEE-AMOUNT           PIC 9(5)V99.
           05  LF-ASSESS-DATE          PIC 9(8).
