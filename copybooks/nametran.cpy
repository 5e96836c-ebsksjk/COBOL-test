      *-----------------------------------------------------------*
      *  NAMETRAN.CPY                                             *
      *  NAME TRANSACTION - INPUT TO THE NAME BATCH UPDATE        *
      *  (NAMEBAT).  THE TYPE IS CARRIED LAST, AS ON THE STUDENT  *
      *  TRANSACTION: A = ADD, C = CHANGE, D = DELETE.  A CHANGE  *
      *  TO ANY LEGAL PART MUST NAME THE DOCUMENT IT WAS MADE ON  *
      *  (NAMEHIST LH-DOCUMENT-TYPE); A CHANGE TO THE PREFERRED   *
      *  NAME ALONE NEEDS NONE.                                   *
      *-----------------------------------------------------------*
       01  NW-NAME-TRANSACTION.
           05  NW-STUDENT-ID           PIC 9(8).
           05  NW-LEGAL-LAST           PIC X(35).
           05  NW-LEGAL-FIRST          PIC X(25).
           05  NW-LEGAL-MIDDLE         PIC X(25).
           05  NW-PREFERRED-FIRST      PIC X(25).
           05  NW-DOCUMENT-TYPE        PIC X(2).
           05  NW-TRANSACTION-TYPE     PIC X(1).
               88  NW-TYPE-ADD         VALUE "A".
               88  NW-TYPE-CHANGE      VALUE "C".
               88  NW-TYPE-DELETE      VALUE "D".
