      *-----------------------------------------------------------*
      *  WDRAWFD.CPY                                              *
      *  WITHDRAWAL FEED RECORD - ONE PER STUDENT AND TERM THE    *
      *  CASCADE WITHDRAWAL (WDRAWCSC) CLOSED COURSES IN, WITH    *
      *  THE DATE OF THE WITHDRAWAL, SO THE RETURN-OF-AID STEP    *
      *  (AIDRETN) CAN WORK OUT HOW MUCH POSTED AID THE STUDENT   *
      *  DID NOT EARN.  AIDRETN EMPTIES THE FEED AFTER ITS RUN.   *
      *-----------------------------------------------------------*
       01  WF-WITHDRAW-RECORD.
           05  WF-STUDENT-ID           PIC 9(8).
           05  WF-TERM-CODE            PIC X(5).
           05  WF-WITHDRAW-DATE        PIC 9(8).
           05  WF-SOURCE               PIC X(8).
