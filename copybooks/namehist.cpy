      *-----------------------------------------------------------*
      *  NAMEHIST.CPY                                             *
      *  NAME-CHANGE HISTORY ENTRY (NAMEHIST, INDEXED), KEYED ON  *
      *  STUDENT ID, DATE AND TIME SO A STUDENT'S CHANGES READ    *
      *  BACK IN ORDER.  ONE ENTRY PER NAMEBAT UPDATE, WITH THE   *
      *  FORMER AND NEW NAME PARTS, THE DOCUMENT THE CHANGE WAS   *
      *  MADE ON, AND WHO MADE IT.  THE FORMER LEGAL LAST NAME IS *
      *  AN ALTERNATE KEY, SO THE NAME BROWSE CAN FIND A STUDENT  *
      *  UNDER ANY NAME THEY HAVE EVER HAD ON FILE - THE MATCH    *
      *  OLDER TRANSCRIPTS AND TRANSFER DOCUMENTS NEED.  AN ADD   *
      *  CARRIES BLANK FORMER PARTS, A DELETE BLANK NEW ONES.     *
      *  ENTRIES ARE NEVER REWRITTEN OR DELETED.                  *
      *-----------------------------------------------------------*
       01  LH-NAME-CHANGE-RECORD.
           05  LH-HISTORY-KEY.
               10  LH-STUDENT-ID       PIC 9(8).
               10  LH-CHANGE-DATE      PIC 9(8).
               10  LH-CHANGE-TIME      PIC 9(8).
           05  LH-FORMER-LAST          PIC X(35).
           05  LH-FORMER-FIRST         PIC X(25).
           05  LH-FORMER-MIDDLE        PIC X(25).
           05  LH-FORMER-PREFERRED     PIC X(25).
           05  LH-NEW-LAST             PIC X(35).
           05  LH-NEW-FIRST            PIC X(25).
           05  LH-NEW-MIDDLE           PIC X(25).
           05  LH-NEW-PREFERRED        PIC X(25).
      *    THE DOCUMENT SEEN FOR A LEGAL CHANGE.  A PREFERRED-NAME
      *    ELECTION NEEDS NONE (PN); AN ADD IS THE INITIAL RECORD.
           05  LH-DOCUMENT-TYPE        PIC X(2).
               88  LH-DOC-BIRTH-CERT   VALUE "BC".
               88  LH-DOC-MARRIAGE     VALUE "MC".
               88  LH-DOC-DIVORCE      VALUE "DD".
               88  LH-DOC-COURT-ORDER  VALUE "CO".
               88  LH-DOC-PASSPORT     VALUE "PP".
               88  LH-DOC-SOCIAL-SEC   VALUE "SS".
               88  LH-DOC-DRIVER-LIC   VALUE "DL".
               88  LH-DOC-CORRECTION   VALUE "CR".
               88  LH-DOC-PREFERRED    VALUE "PN".
               88  LH-DOC-INITIAL      VALUE "IN".
               88  LH-DOC-REMOVED      VALUE "RM".
               88  LH-DOC-LEGAL-CHANGE VALUE "BC" "MC" "DD" "CO"
                                             "PP" "SS" "DL" "CR".
           05  LH-PROGRAM-NAME         PIC X(8).
           05  LH-OPERATOR             PIC X(5).
