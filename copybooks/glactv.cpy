      *-----------------------------------------------------------*
      *  GLACTV.CPY                                               *
      *  STUDENT RECEIVABLE ACTIVITY FOR THE GENERAL LEDGER,      *
      *  APPENDED TO THE GLACTV FILE BY EVERY STEP THAT MOVES AN  *
      *  AMOUNT ON STUBILL.  A DETAIL RECORD CARRIES ONE POSTING  *
      *  - ITS CATEGORY, THE STUDENT AND TERM, AND THE AMOUNT     *
      *  (NEGATIVE FOR A REDUCTION, SUCH AS A LOWER RE-           *
      *  ASSESSMENT).  AT THE END OF ITS RUN EACH STEP APPENDS    *
      *  ONE CONTROL RECORD PER CATEGORY WITH THE COUNT AND THE   *
      *  TOTAL ITS OWN REGISTER PRINTS.  CATEGORIES:              *
      *    TU - TUITION ASSESSED             (TUITCALC)           *
      *    CF - COURSE FEES ASSESSED         (TUITCALC)           *
      *    PY - PAYMENT RECEIVED             (PAYPOST)            *
      *    AD - AID DISBURSED                (AIDPOST)            *
      *    AR - AID RETURNED ON A WITHDRAWAL (AIDRETN)            *
      *    RT - TUITION REFUNDED ON A DROP   (REFNDREG)           *
      *    RF - COURSE FEES REFUNDED         (REFNDREG)           *
      *    LF - LATE FEE CHARGED             (LATEFEE)            *
      *    RP - RETURNED PAYMENT REVERSED    (RTNPAY)             *
      *    RC - RETURNED-PAYMENT FEE         (RTNPAY)             *
      *    CD - CREDIT BALANCE PAID OUT      (CRDDISB)            *
      *    WO - BAD DEBT WRITTEN OFF         (COLLECT)            *
      *    WR - WRITTEN-OFF DEBT RECOVERED   (PAYPOST)            *
      *  THE DAILY JOURNAL STEP (GLJRNL) MAPS, SUMMARIZES AND     *
      *  PROVES THE ACTIVITY AND EMPTIES THE CONSUMED FILE.       *
      *-----------------------------------------------------------*
       01  GA-ACTIVITY-RECORD.
           05  GA-RECORD-TYPE          PIC X(1).
               88  GA-DETAIL           VALUE "D".
               88  GA-CONTROL          VALUE "C".
           05  GA-SOURCE-PROGRAM       PIC X(8).
           05  GA-POST-DATE            PIC 9(8).
           05  GA-CATEGORY             PIC X(2).
               88  GA-CAT-TUITION      VALUE "TU".
               88  GA-CAT-COURSE-FEES  VALUE "CF".
               88  GA-CAT-PAYMENT      VALUE "PY".
               88  GA-CAT-AID          VALUE "AD".
               88  GA-CAT-AID-RETURN   VALUE "AR".
               88  GA-CAT-TUIT-REFUND  VALUE "RT".
               88  GA-CAT-FEE-REFUND   VALUE "RF".
               88  GA-CAT-LATE-FEE     VALUE "LF".
               88  GA-CAT-RETURNED     VALUE "RP".
               88  GA-CAT-RETURN-FEE   VALUE "RC".
               88  GA-CAT-CREDIT-PAID  VALUE "CD".
               88  GA-CAT-WRITE-OFF    VALUE "WO".
               88  GA-CAT-RECOVERY     VALUE "WR".
           05  GA-STUDENT-ID           PIC 9(8).
           05  GA-TERM-CODE            PIC X(5).
           05  GA-AMOUNT               PIC S9(9)V99.
      *    CONTROL RECORDS ONLY - THE NUMBER OF DETAILS WRITTEN.
           05  GA-ITEM-COUNT           PIC 9(6).
