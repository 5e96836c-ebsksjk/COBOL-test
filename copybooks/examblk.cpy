      *-----------------------------------------------------------*
      *  EXAMBLK.CPY                                              *
      *  FINAL-EXAM BLOCK TABLE - ONE RECORD PER MEETING PATTERN  *
      *  FOR THE TERM: THE OFFERING'S MEETING DAYS (AS            *
      *  OF-MEET-DAYS) AND START TIME (HHMM) NAME THE EXAM BLOCK  *
      *  ITS SECTIONS SIT.  SEVERAL PATTERNS MAY SHARE A BLOCK;   *
      *  EVERY RECORD FOR A BLOCK CARRIES THE SAME DATE AND       *
      *  TIMES.  READ BY EXAMSCHD.                                *
      *-----------------------------------------------------------*
       01  EB-BLOCK-RECORD.
           05  EB-TERM-CODE            PIC X(5).
           05  EB-MEET-DAYS            PIC X(7).
           05  EB-START-TIME           PIC 9(4).
           05  EB-EXAM-BLOCK           PIC X(3).
           05  EB-EXAM-DATE            PIC 9(8).
           05  EB-EXAM-START           PIC 9(4).
           05  EB-EXAM-END             PIC 9(4).
