      *-----------------------------------------------------------*
      *  TIMETKT.CPY                                              *
      *  REGISTRATION TIME TICKET (TIMETKT, INDEXED), KEYED ON    *
      *  STUDENT PLUS TERM.  WRITTEN BY THE TIME-TICKET RUN       *
      *  (TIMETKT) FROM THE STUDENT'S PRIORITY GROUP - AN         *
      *  OVERRIDE GROUP (TKTGROUP) WHEN ONE IS ON FILE, ELSE THE  *
      *  CLASS STANDING FROM THE LATEST TERM SUMMARY'S EARNED     *
      *  HOURS - AND THAT GROUP'S WINDOW (TKTWNDW).  ENRLBAT      *
      *  REFUSES AN ADD STAMPED BEFORE THE WINDOW OPENS; THE      *
      *  SELF-SERVICE MENU SHOWS THE TICKET.                      *
      *-----------------------------------------------------------*
       01  TK-TICKET-RECORD.
           05  TK-TICKET-KEY.
               10  TK-STUDENT-ID       PIC 9(8).
               10  TK-TERM-CODE        PIC X(5).
           05  TK-PRIORITY-GROUP       PIC X(2).
               88  TK-GRP-SENIOR       VALUE "SR".
               88  TK-GRP-JUNIOR       VALUE "JR".
               88  TK-GRP-SOPHOMORE    VALUE "SO".
               88  TK-GRP-FRESHMAN     VALUE "FR".
           05  TK-CUM-EARNED           PIC 9(4).
           05  TK-START-DATE           PIC 9(8).
           05  TK-START-TIME           PIC 9(4).
           05  TK-ASSIGN-DATE          PIC 9(8).
