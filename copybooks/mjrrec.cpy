      *  EVERY MAJOR CODE CARRIED ON THE STUDENT MASTER MUST HAVE *
      *  AN ACTIVE ENTRY HERE - UNTERPROGRAMM1 REJECTS STUDENT    *
      *  TRANSACTIONS CARRYING A CODE THAT DOES NOT.              *
      *  A RETIRED (INACTIVE) MAJOR NAMES ITS SUCCESSOR ONCE THE  *
      *  RECODE RUN (MAJRECOD) HAS MOVED ITS STUDENTS, WITH THE   *
      *  DATE; REQVERS, MAJORRPT AND COHORTRP FOLLOW IT SO THE    *
      *  TWO CODES READ AS ONE HISTORY.  SPACES WHEN NONE.        *
      *-----------------------------------------------------------*
       01  MJ-MAJOR-RECORD.
           05  MJ-MAJOR-CODE           PIC X(4).
           05  MJ-ACTIVE-FLAG          PIC X(1).
               88  MJ-ACTIVE           VALUE "A".
               88  MJ-INACTIVE         VALUE "I".
           05  MJ-SUCCESSOR-CODE       PIC X(4).
           05  MJ-RETIRED-DATE         PIC 9(8).
