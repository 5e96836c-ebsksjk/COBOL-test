      *-----------------------------------------------------------*
      *  NAMEREC.CPY                                              *
      *  STUDENT NAME SATELLITE RECORD (STUDNAME, INDEXED), KEYED *
      *  ON THE STUDENT ID - THE FULL LEGAL NAME IN ITS PARTS AND *
      *  THE PREFERRED FIRST NAME THAT THE 15-BYTE MASTER NAME    *
      *  HAS NO ROOM FOR.  MAINTAINED BY NAMEBAT, WHICH WRITES    *
      *  EVERY CHANGE TO NAMEHIST.  LEGAL PARTS MAY CARRY         *
      *  LETTERS, SPACES, HYPHENS, APOSTROPHES AND PERIODS.       *
      *  OFFICIAL DOCUMENTS (TRANSCRIPTS, STATE REPORTING) PRINT  *
      *  THE LEGAL NAME; ROSTERS AND THE SELF-SERVICE MENU PRINT  *
      *  THE PREFERRED ONE.  A STUDENT WITH NO RECORD HERE FALLS  *
      *  BACK TO SM-STUDENT-NAME EVERYWHERE (NAMEFMT).            *
      *-----------------------------------------------------------*
       01  LG-NAME-RECORD.
           05  LG-STUDENT-ID           PIC 9(8).
           05  LG-LEGAL-LAST           PIC X(35).
           05  LG-LEGAL-FIRST          PIC X(25).
           05  LG-LEGAL-MIDDLE         PIC X(25).
      *    SPACES = THE STUDENT GOES BY THE LEGAL FIRST NAME.
           05  LG-PREFERRED-FIRST      PIC X(25).
           05  LG-LAST-CHANGE-DATE     PIC 9(8).
