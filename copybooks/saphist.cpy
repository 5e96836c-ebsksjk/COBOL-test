      *-----------------------------------------------------------*
      *  SAPHIST.CPY                                              *
      *  SAP STATUS HISTORY ENTRY - ONE PER STUDENT PER           *
      *  EVALUATION SAPEVAL RUNS, APPENDED, CARRYING THE SAME     *
      *  FIGURES AS THE CURRENT-STATUS RECORD (SAPSTAT) SO THE    *
      *  AID OFFICE CAN SHOW A STUDENT HOW THEY WENT FROM WARNING *
      *  TO INELIGIBLE.  A RE-EVALUATION OF A TERM APPENDS A      *
      *  FRESH ENTRY; THE LATEST ONE FOR THE TERM IS IN FORCE.    *
      *-----------------------------------------------------------*
       01  SY-HISTORY-RECORD.
           05  SY-STUDENT-ID           PIC 9(8).
           05  SY-TERM-CODE            PIC X(5).
           05  SY-SAP-STATUS           PIC X(1).
           05  SY-PRIOR-STATUS         PIC X(1).
           05  SY-CUM-GPA              PIC 9(1)V99.
           05  SY-ATTEMPTED            PIC 9(4).
           05  SY-EARNED               PIC 9(4).
           05  SY-TRANSFER-HOURS       PIC 9(4).
           05  SY-PACE-PCT             PIC 9(3).
           05  SY-FAILED-CHECKS        PIC X(3).
           05  SY-EVAL-DATE            PIC 9(8).
