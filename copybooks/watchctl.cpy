      *-----------------------------------------------------------*
      *  WATCHCTL.CPY                                             *
      *  CONTROL RECORD FOR THE CHAIN WATCHER (BATWATCH).         *
      *    WC-DEADLINE-TIME - TIME OF DAY (HHMMSSHH, AS ACCEPT    *
      *                       FROM TIME RETURNS IT) THE CHAIN     *
      *                       MUST HAVE FINISHED BY.  IT MAY FALL *
      *                       AFTER MIDNIGHT.  ZERO = NO DEADLINE.*
      *    WC-LATE-PERCENT  - A STEP IS LATE ONCE IT HAS RUN THIS *
      *                       PERCENT OF ITS PERFSTAT AVERAGE.    *
      *                       ZERO = 150.                         *
      *    WC-GRACE-MINUTES - NO STEP IS LATE BEFORE THIS MANY    *
      *                       MINUTES, HOWEVER QUICK ITS AVERAGE. *
      *                       ZERO = 10.                          *
      *  A MISSING FILE TAKES ALL THREE DEFAULTS.                 *
      *-----------------------------------------------------------*
       01  WC-WATCH-CONTROL.
           05  WC-DEADLINE-TIME        PIC 9(8).
           05  WC-LATE-PERCENT         PIC 9(3).
           05  WC-GRACE-MINUTES        PIC 9(3).
