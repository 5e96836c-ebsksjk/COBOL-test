      *-----------------------------------------------------------*
      *  ENRLHIST.CPY                                             *
      *  REGISTRATION HISTORY - AN ENROLLMENT RECORD FROM A TERM  *
      *  THE TERM-HISTORY RUN (TERMARCH) HAS ARCHIVED, MOVED OFF  *
      *  ENRLMAST AS IT STOOD, WITH THE DATE IT MOVED.  KEYED ON  *
      *  STUDENT ID, COURSE CODE, AND TERM, SO A COURSE TAKEN     *
      *  AGAIN IN A LATER ARCHIVED TERM KEEPS BOTH RECORDS.       *
      *  STUPROF AND DEGAUDIT READ IT WHEN THEY NEED HISTORY.     *
      *-----------------------------------------------------------*
       01  EH-HISTORY-RECORD.
           05  EH-HISTORY-KEY.
               10  EH-STUDENT-ID       PIC 9(8).
               10  EH-COURSE-CODE      PIC X(6).
               10  EH-TERM-CODE        PIC X(5).
           05  EH-ENROLL-DATE          PIC 9(8).
           05  EH-ENROLL-STATUS        PIC X(1).
               88  EH-ENROLLED         VALUE "E".
               88  EH-DROPPED          VALUE "D".
           05  EH-SECTION              PIC X(2).
           05  EH-ARCHIVED-DATE        PIC 9(8).
