      *  FILES KEEP ON-LINE BEFORE RETNPURG ROLLS THE OLDER       *
      *  ENTRIES TO THE DATED ARCHIVE FILES.  MISSING OR ZERO     *
      *  FALLS BACK TO 14 REPORT DAYS AND 31 AUDIT DAYS.          *
      *  THE TERM-KEEP DAYS ARE HOW LONG AFTER ITS END DATE A     *
      *  CLOSED TERM'S REGISTRATIONS, WAITLIST ENTRIES, SEAT      *
      *  COUNTERS AND CROSS-CAMPUS HOLDS STAY ON THE LIVE FILES   *
      *  BEFORE TERMARCH MOVES THEM TO THE TERM-HISTORY FILES;    *
      *  MISSING OR ZERO IS 730 DAYS.                             *
      *-----------------------------------------------------------*
       01  RT-RETENTION-CONTROL.
           05  RT-REPORT-KEEP-DAYS     PIC 9(3).
           05  RT-AUDIT-KEEP-DAYS      PIC 9(3).
           05  RT-TERM-KEEP-DAYS       PIC 9(4).
