      *  FILE BY ANY PROGRAM WHOSE EVENT NEEDS A HUMAN TOLD:      *
      *    LK - ACCOUNT LOCKED (LOGIN)                            *
      *    RE - REJECT ESCALATED AFTER REPEATED NIGHTS (STUDBAT)  *
      *    HP - HOLD PLACED (HOLDMNT, MAINMENU, LATEFEE, RTNPAY)  *
      *    WP - WAITLIST PROMOTION (ENRLBAT)                      *
      *    IN - INTRUSION PATTERN DETECTED (INTRDTCT)             *
      *    SC - SECTION CANCELLED, STUDENT DROPPED OR TAKEN OFF   *
      *         THE WAITLIST (SECTCNCL)                           *
      *    NA - DROPPED FOR NEVER ATTENDING (ENRLBAT, NATTDROP)   *
      *    NP - REGISTRATION CANCELLED FOR NON-PAYMENT (ENRLAPLY, *
      *         NPAYCNCL)                                         *
      *    OC - ON-CALL OPERATOR ALERT: ABEND (ERRLOGW), CHAIN   *
      *         STEP LATE OR CHAIN PAST ITS DEADLINE - ALL        *
      *         QUEUED BY BATWATCH ON ITS OWN QUEUE (ONCALLQ)     *
      *  THE NIGHTLY FORMATTER (NOTIFFMT) TURNS QUEUED EVENTS     *
      *  INTO MAIL GATEWAY MESSAGES ADDRESSED FROM THE NOTIFRTE   *
      *  ROUTING TABLE AND EMPTIES THE CONSUMED QUEUE, KEEPING    *
               88  NF-EVENT-HOLD       VALUE "HP".
               88  NF-EVENT-PROMOTION  VALUE "WP".
               88  NF-EVENT-INTRUSION  VALUE "IN".
               88  NF-EVENT-SECT-CANCEL VALUE "SC".
               88  NF-EVENT-NEVER-ATTENDED VALUE "NA".
               88  NF-EVENT-ON-CALL    VALUE "OC".
               88  NF-EVENT-NON-PAYMENT VALUE "NP".
           05  NF-EVENT-DATE           PIC 9(8).
           05  NF-EVENT-TIME           PIC 9(8).
           05  NF-SOURCE-PROGRAM       PIC X(8).
           05  NF-SUBJECT-ID           PIC X(8).
           05  NF-EVENT-TEXT           PIC X(40).
