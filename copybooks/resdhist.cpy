      *-----------------------------------------------------------*
      *  RESDHIST.CPY                                             *
      *  RESIDENCY AUDIT TRAIL RECORD - ONE APPENDED TO RESDHIST  *
      *  BY RESDMNT FOR EVERY CLASSIFICATION SET, CHANGED OR      *
      *  REMOVED, WITH THE CLASS BEFORE AND AFTER (SPACE WHEN     *
      *  THERE WAS NONE), THE OPERATOR WHO KEYED IT, AND WHEN.    *
      *  NEVER REWRITTEN - THE BURSAR'S ANSWER TO "WHO MADE THIS  *
      *  STUDENT NON-RESIDENT".                                   *
      *-----------------------------------------------------------*
       01  RY-HISTORY-RECORD.
           05  RY-STUDENT-ID           PIC 9(8).
           05  RY-EFFECTIVE-TERM       PIC X(5).
           05  RY-ACTION               PIC X(1).
               88  RY-ACTION-SET       VALUE "S".
               88  RY-ACTION-DELETE    VALUE "D".
           05  RY-OLD-CLASS            PIC X(1).
           05  RY-NEW-CLASS            PIC X(1).
           05  RY-CHANGED-BY           PIC X(5).
           05  RY-CHANGED-DATE         PIC 9(8).
           05  RY-CHANGED-TIME         PIC 9(8).
