      *-----------------------------------------------------------*
      *  LATEPOL.CPY                                              *
      *  LATE-FEE POLICY ROW, ON THE LATEPOL CONTROL FILE.  ONE   *
      *  ROW PER AGING BUCKET AND BALANCE TIER:                   *
      *    LP-BUCKET  1 = 31-60 DAYS, 2 = 61-90, 3 = OVER 90      *
      *  A PAST-DUE BILL TAKES THE ROW OF ITS BUCKET WITH THE     *
      *  LARGEST LP-MIN-BALANCE NOT ABOVE ITS BALANCE, AND IS     *
      *  CHARGED LP-FEE-AMOUNT ONCE A MONTH (LATEFEE).  WHEN THE  *
      *  ROW IS FLAGGED LP-PLACES-HOLD THE STUDENT ALSO GETS A    *
      *  FINANCIAL HOLD; THE LOWEST LP-MIN-BALANCE OF THE HOLD    *
      *  ROWS IS THE THRESHOLD A PAYMENT (PAYPOST) MUST BRING     *
      *  EVERY ONE OF THE STUDENT'S BILLS UNDER FOR THAT HOLD TO  *
      *  COME OFF AGAIN.                                          *
      *-----------------------------------------------------------*
       01  LP-POLICY-RECORD.
           05  LP-BUCKET               PIC X(1).
           05  LP-MIN-BALANCE          PIC 9(7)V99.
           05  LP-FEE-AMOUNT           PIC 9(5)V99.
           05  LP-HOLD-FLAG            PIC X(1).
               88  LP-PLACES-HOLD      VALUE "Y".
