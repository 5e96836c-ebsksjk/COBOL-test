      *  DATA CHANGE TO THE JOBSTEPS FILE (SEE JOBCTL FOR THE     *
      *  OPERATOR FUNCTIONS), NOT A JCL CHANGE THROUGH CHANGE     *
      *  CONTROL.                                                 *
      *  A STEP'S DEPENDENCIES DECIDE WHETHER IT STILL RUNS AFTER *
      *  ANOTHER STEP FAILS.  A BLANK DEPENDENCY MODE KEEPS THE   *
      *  ORIGINAL CHAIN RULE - THE STEP NEEDS EVERY EARLIER STEP  *
      *  TO HAVE COME THROUGH.  MODE "L" MAKES IT NEED ONLY THE   *
      *  STEPS LISTED (UP TO THREE, EARLIER IN THE TABLE); "L"    *
      *  WITH NONE LISTED IS AN INDEPENDENT STEP.                 *
      *-----------------------------------------------------------*
       01  JS-STEP-RECORD.
           05  JS-STEP-NUMBER          PIC 9(3).
      *    DAY OF WEEK FOR WEEKLY STEPS, 1 = MONDAY .. 7 = SUNDAY.
           05  JS-FREQ-DAY             PIC 9(1).
           05  JS-LAST-RUN-DATE        PIC 9(8).
           05  JS-DEPEND-MODE          PIC X(1).
               88  JS-DEP-CHAIN        VALUE " " "C".
               88  JS-DEP-LISTED       VALUE "L".
           05  JS-DEPENDS-ON           PIC 9(3) OCCURS 3 TIMES.
