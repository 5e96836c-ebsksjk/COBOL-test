      *-----------------------------------------------------------*
      *  TKTWNDW.CPY                                              *
      *  REGISTRATION WINDOW - ONE RECORD PER PRIORITY GROUP FOR  *
      *  THE TERM THE TIME-TICKET RUN (TIMETKT) IS ASSIGNING.     *
      *  THE CLASS-STANDING GROUPS ARE SR, JR, SO AND FR; ANY     *
      *  OTHER CODE IS AN OVERRIDE GROUP (AT = ATHLETES, DS =     *
      *  DISABILITY SERVICES, AND SO ON) NAMED ON TKTGROUP.  THE  *
      *  START TIME IS HHMM ON THE 24-HOUR CLOCK.                 *
      *-----------------------------------------------------------*
       01  TW-WINDOW-RECORD.
           05  TW-TERM-CODE            PIC X(5).
           05  TW-PRIORITY-GROUP       PIC X(2).
           05  TW-START-DATE           PIC 9(8).
           05  TW-START-TIME           PIC 9(4).
