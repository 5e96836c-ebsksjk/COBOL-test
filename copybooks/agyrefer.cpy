      *-----------------------------------------------------------*
      *  AGYREFER.CPY                                             *
      *  REFERRAL TO THE OUTSIDE COLLECTION AGENCY - ONE RECORD   *
      *  PER TERM BILL THE COLLECTIONS CYCLE (COLLECT) REFERS,    *
      *  WITH THE DEBTOR'S NAME AND LAST KNOWN ADDRESS (FROM      *
      *  STUDMAST/STUDEMOG, OR STUDHIST/DEMOHIST FOR A STUDENT    *
      *  ALREADY ARCHIVED).  A NEW GENERATION GOES TO THE AGENCY  *
      *  EACH CYCLE.  STANDING IS THE STUDENT'S ENROLLMENT STATUS *
      *  ("W" WITHDRAWN, "G" GRADUATED) OR "A" FOR ARCHIVED.      *
      *-----------------------------------------------------------*
       01  AY-REFERRAL-RECORD.
           05  AY-AGENCY-CODE          PIC X(4).
           05  AY-STUDENT-ID           PIC 9(8).
           05  AY-TERM-CODE            PIC X(5).
           05  AY-STUDENT-NAME         PIC X(15).
           05  AY-ADDRESS-1            PIC X(25).
           05  AY-ADDRESS-2            PIC X(25).
           05  AY-CITY                 PIC X(15).
           05  AY-STATE                PIC X(2).
           05  AY-ZIP                  PIC X(9).
           05  AY-PHONE                PIC X(10).
           05  AY-BALANCE              PIC 9(7)V99.
           05  AY-ASSESS-DATE          PIC 9(8).
           05  AY-STANDING             PIC X(1).
