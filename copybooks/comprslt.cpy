      *-----------------------------------------------------------*
      *  COMPRSLT.CPY                                             *
      *  RESULT RECORD FOR COMPUPER - ONE PER DEFINED COMPUTATION *
      *  PER COMPDATA PAIR, WRITTEN WHEN THE JOB SUPPLIES A       *
      *  COMPRSLT FILE, SO A FOLLOWING STEP CAN USE THE FIGURES   *
      *  WITHOUT READING THE PRINTED REPORT.  THE PAIR NUMBER IS  *
      *  THE PAIR'S POSITION ON COMPDATA (A SKIPPED NON-NUMERIC   *
      *  PAIR STILL TAKES ITS NUMBER AND WRITES NOTHING).  A      *
      *  COMPUTATION THAT FAILED (SIZE ERROR, DIVISION BY ZERO,   *
      *  OR A FAILED OPERAND) CARRIES A ZERO RESULT AND "N".      *
      *-----------------------------------------------------------*
       01  CR-RESULT-RECORD.
           05  CR-PAIR-NUMBER          PIC 9(5).
           05  CR-RESULT-NAME          PIC X(8).
           05  CR-RESULT               PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  CR-VALID-FLAG           PIC X(1).
               88  CR-VALID            VALUE "Y".
