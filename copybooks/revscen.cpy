      *-----------------------------------------------------------*
      *  REVSCEN.CPY                                              *
      *  TUITION REVENUE PROJECTION SCENARIO - ONE PER LINE ON    *
      *  THE REVSCEN FILE KEPT BY THE BUSINESS OFFICE.  EACH      *
      *  SCENARIO ADJUSTS THE PER-CREDIT RATES AND THE BILLED     *
      *  ENROLLMENT BY A SIGNED PERCENTAGE (+003.00 = A 3 PERCENT *
      *  RISE, -005.00 = A 5 PERCENT DROP; SIGN IN FRONT).  THE   *
      *  FIRST SIX LINES ARE THE SCENARIOS, IN REPORT-COLUMN      *
      *  ORDER; THE LABEL HEADS THE COLUMN.                       *
      *-----------------------------------------------------------*
       01  RS-SCENARIO-RECORD.
           05  RS-LABEL                PIC X(12).
           05  RS-RATE-PCT             PIC S9(3)V99
                                       SIGN IS LEADING SEPARATE.
           05  RS-ENROLL-PCT           PIC S9(3)V99
                                       SIGN IS LEADING SEPARATE.
