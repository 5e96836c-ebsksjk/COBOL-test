      *-----------------------------------------------------------*
      *  SAPSTAT.CPY                                              *
      *  SATISFACTORY ACADEMIC PROGRESS STATUS, KEYED ON          *
      *  SP-STUDENT-ID - THE STATUS THE SAP EVALUATION (SAPEVAL)  *
      *  LAST ASSIGNED AN AID RECIPIENT, WITH THE TERM AND THE    *
      *  CUMULATIVE FIGURES IT WAS ASSIGNED FROM AND THE STATUS   *
      *  IT REPLACED.  EACH EVALUATION REPLACES THE RECORD, SO    *
      *  THE FILE CARRIES THE CURRENT STATUS; THE TRAIL OF EVERY  *
      *  EVALUATION IS ON SAPHIST.  AIDPOST WILL NOT POST AN      *
      *  AWARD TO A STUDENT WHOSE CURRENT STATUS IS INELIGIBLE.   *
      *  ATTEMPTED HOURS INCLUDE ACCEPTED TRANSFER HOURS.         *
      *-----------------------------------------------------------*
       01  SP-SAP-RECORD.
           05  SP-STUDENT-ID           PIC 9(8).
           05  SP-TERM-CODE            PIC X(5).
           05  SP-SAP-STATUS           PIC X(1).
               88  SP-MEETS            VALUE "M".
               88  SP-WARNING          VALUE "W".
               88  SP-INELIGIBLE       VALUE "I".
               88  SP-APPEAL-APPROVED  VALUE "A".
           05  SP-PRIOR-STATUS         PIC X(1).
           05  SP-CUM-GPA              PIC 9(1)V99.
           05  SP-ATTEMPTED            PIC 9(4).
           05  SP-EARNED               PIC 9(4).
           05  SP-TRANSFER-HOURS       PIC 9(4).
           05  SP-PACE-PCT             PIC 9(3).
           05  SP-FAILED-CHECKS.
               10  SP-GPA-FLAG         PIC X(1).
                   88  SP-GPA-FAILED   VALUE "G".
               10  SP-PACE-FLAG        PIC X(1).
                   88  SP-PACE-FAILED  VALUE "P".
               10  SP-TIMEFRAME-FLAG   PIC X(1).
                   88  SP-TIMEFRAME-FAILED VALUE "T".
           05  SP-EVAL-DATE            PIC 9(8).
