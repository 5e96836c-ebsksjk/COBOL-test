      *-----------------------------------------------------------*
      *  PROGSTDY.CPY                                             *
      *  PROGRAM OF STUDY (PROGSTDY, INDEXED), KEYED ON STUDENT   *
      *  PLUS A SEQUENCE NUMBER - ONE RECORD PER ADDITIONAL       *
      *  DECLARATION: A SECOND MAJOR, A MINOR, OR A               *
      *  CONCENTRATION, EACH CARRYING A CODE ON THE MAJOR-CODE    *
      *  REFERENCE FILE (MAJORREF).  THE PRIMARY MAJOR STAYS ON   *
      *  THE STUDENT MASTER (SM-MAJOR-CODE) AND IS NEVER REPEATED *
      *  HERE.  DECLARED, DROPPED, AND COMPLETED THROUGH PROGMNT  *
      *  WITH THE OPERATOR AND DATES RECORDED; DROPPED AND        *
      *  COMPLETED PROGRAMS ARE KEPT FOR HISTORY.  DEGAUDIT AND   *
      *  GRADCLR AUDIT EVERY ACTIVE PROGRAM; MAJORRPT AND         *
      *  SNAPSHOT COUNT THEM APART FROM PRIMARY MAJORS.           *
      *-----------------------------------------------------------*
       01  PO-PROGRAM-RECORD.
           05  PO-PROGRAM-KEY.
               10  PO-STUDENT-ID       PIC 9(8).
               10  PO-SEQUENCE         PIC 9(2).
           05  PO-PROGRAM-TYPE         PIC X(1).
               88  PO-TYPE-MAJOR       VALUE "M".
               88  PO-TYPE-MINOR       VALUE "N".
               88  PO-TYPE-CONCENTRATION VALUE "C".
               88  PO-TYPE-VALID       VALUES "M" "N" "C".
           05  PO-PROGRAM-CODE         PIC X(4).
           05  PO-DECLARED-DATE        PIC 9(8).
           05  PO-STATUS               PIC X(1).
               88  PO-ACTIVE           VALUE "A".
               88  PO-DROPPED          VALUE "D".
               88  PO-COMPLETED        VALUE "C".
           05  PO-STATUS-DATE          PIC 9(8).
           05  PO-ENTERED-BY           PIC X(5).
           05  PO-CHANGED-BY           PIC X(5).
