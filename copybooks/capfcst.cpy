      *-----------------------------------------------------------*
      *  CAPFCST.CPY                                              *
      *  SUGGESTED SECTION CAPACITY FOR THE NEXT TERM ROLL, ONE   *
      *  RECORD PER COURSE AND SECTION.  WRITTEN BY THE DEMAND    *
      *  FORECAST (DEMFCST) FROM THE PRIOR COMPARABLE TERMS AND   *
      *  APPLIED BY TERMROLL AFTER THE DEPARTMENT CHAIRS HAVE     *
      *  REVIEWED THE PLANNING REPORT.  A BLANK SECTION APPLIES   *
      *  TO EVERY SECTION OF THE COURSE; A BLANK FORECAST TERM    *
      *  APPLIES TO WHATEVER TERM IS ROLLED.  THE PRIOR CAPACITY  *
      *  AND THE DEMAND BEHIND THE SUGGESTION RIDE ALONG FOR THE  *
      *  PROOF REPORT.                                            *
      *-----------------------------------------------------------*
       01  CF-FORECAST-RECORD.
           05  CF-COURSE-CODE          PIC X(6).
           05  CF-SUGGESTED-CAP        PIC 9(3).
           05  CF-SECTION              PIC X(2).
           05  CF-FORECAST-TERM        PIC X(5).
           05  CF-PRIOR-CAP            PIC 9(3).
           05  CF-BASIS-DEMAND         PIC 9(5).
