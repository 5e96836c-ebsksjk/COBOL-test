      *-----------------------------------------------------------*
      *  ENRLAPLY.CPY                                             *
      *  CALL AREA FOR THE ENRLAPLY REGISTRATION SERVICE - THE    *
      *  ONE PLACE AN ADD OR DROP IS CHECKED AND POSTED, FOR THE  *
      *  BATCH (ENRLBAT) AND THE ONLINE SELF-SERVICE (MAINMENU).  *
      *    "O" OPEN   - OPEN THE REGISTRATION FILES FOR THE       *
      *                 CALLER (EA-PROGRAM-NAME, WHICH IS STAMPED *
      *                 ON THE DROP FEED AND NOTIFICATIONS) AND   *
      *                 ITS BUSINESS DATE.  EA-FILES-READY WHEN   *
      *                 THE ENROLLMENT, STUDENT AND COURSE        *
      *                 MASTERS ALL OPENED.                       *
      *    "A" APPLY  - CHECK AND POST ONE ENRLTRAN-FORMAT        *
      *                 TRANSACTION.  A DROP THAT LANDS GIVES THE *
      *                 FREED SEAT TO THE NEXT WAITING STUDENT    *
      *                 (EA-PROMOTED).                            *
      *    "C" CLOSE  - CLOSE THE FILES.                          *
      *  REJECT REASONS:                                          *
      *    NF = STUDENT NOT ON MASTER                             *
      *    NC = COURSE NOT ON CATALOG                             *
      *    DU = ALREADY ENROLLED         NE = NOT ENROLLED (DROP) *
      *    CF = COURSE FULL              IV = BAD ACTION CODE     *
      *    PQ = PREREQUISITE NOT MET     NO = NO SUCH OFFERING    *
      *    TC = TIME CONFLICT WITH AN EXISTING REGISTRATION       *
      *    H* = ACTIVE HOLD, TYPE IN THE SECOND CHARACTER         *
      *    TT = ADDED BEFORE THE STUDENT'S TIME TICKET OPENS      *
      *    CL = OVER THE TERM'S CREDIT MAXIMUM, NO OVERLOAD       *
      *    SX = SECTION CANCELLED (SECTCNCL)                      *
      *    CC = HELD FOR CROSS-CAMPUS APPROVAL (XCAMPQUE)         *
      *-----------------------------------------------------------*
       01  EA-APPLY-AREA.
           05  EA-FUNCTION             PIC X(1).
               88  EA-OPEN             VALUE "O".
               88  EA-APPLY            VALUE "A".
               88  EA-CLOSE            VALUE "C".
           05  EA-PROGRAM-NAME         PIC X(8).
           05  EA-RUN-DATE             PIC 9(8).
           05  EA-FILES-FLAG           PIC X(1).
               88  EA-FILES-READY      VALUE "Y".
           05  EA-TRANSACTION          PIC X(35).
           05  EA-REJECT-REASON        PIC X(2).
           05  EA-WAITLIST-FLAG        PIC X(1).
               88  EA-WAITLISTED       VALUE "Y".
           05  EA-WAIT-POSITION        PIC 9(3).
           05  EA-OVERLOAD-FLAG        PIC X(1).
               88  EA-OVERLOAD-USED    VALUE "Y".
           05  EA-PERMIT-CODES         PIC X(12).
           05  EA-PROMOTED-FLAG        PIC X(1).
               88  EA-PROMOTED         VALUE "Y".
           05  EA-PROMOTED-STUDENT     PIC 9(8).
           05  EA-PROMOTED-TERM        PIC X(5).
