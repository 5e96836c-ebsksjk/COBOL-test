      *  ADVREC.CPY                                               *
      *  ADVISOR ASSIGNMENT RECORD, KEYED ON THE STUDENT ID - THE *
      *  ADVISOR THE STUDENT CURRENTLY BELONGS TO, WITH WHO MADE  *
      *  THE ASSIGNMENT AND WHEN.  MAINTAINED BY ADVMAINT AND     *
      *  ONLINE FROM THE MAIN MENU, BOTH OF WHICH LOG EVERY       *
      *  CHANGE TO THE ADVISOR CHANGE HISTORY.                    *
      *-----------------------------------------------------------*
       01  AV-ADVISOR-RECORD.
           05  AV-STUDENT-ID           PIC 9(8).
           05  AV-ADVISOR-ID           PIC X(5).
           05  AV-ASSIGN-DATE          PIC 9(8).
           05  AV-ASSIGNED-BY          PIC X(5).
