      *  STAFF COMPUTING CHECK DIGITS ON A CALCULATOR.            *
      *-----------------------------------------------------------*
       01  LI-LAST-ID-RECORD.
           05  LI-LAST-ID-ASSIGNED     PIC 9(8).
