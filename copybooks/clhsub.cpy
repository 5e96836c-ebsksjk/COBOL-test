      *-----------------------------------------------------------*
      *  CLHSUB.CPY                                               *
      *  ENROLLMENT-STATUS SUBMISSION RECORD FOR THE NATIONAL     *
      *  STUDENT CLEARINGHOUSE - ONE "H1" HEADER, ONE "D1" DETAIL *
      *  PER STUDENT WHOSE STATUS IS REPORTED, AND ONE "T1"       *
      *  TRAILER WITH THE DETAIL COUNT.  STATUS F = FULL-TIME,    *
      *  H = HALF-TIME, L = LESS THAN HALF-TIME, W = WITHDRAWN,   *
      *  G = GRADUATED.  FILE TYPE F = FULL FILE, C = CHANGES.    *
      *-----------------------------------------------------------*
       01  NC-SUBMIT-RECORD.
           05  NC-RECORD-TYPE          PIC X(2).
               88  NC-HEADER           VALUE "H1".
               88  NC-DETAIL           VALUE "D1".
               88  NC-TRAILER          VALUE "T1".
           05  NC-DETAIL-DATA.
               10  NC-STUDENT-ID       PIC 9(8).
               10  NC-STUDENT-NAME     PIC X(15).
               10  NC-DATE-OF-BIRTH    PIC 9(8).
               10  NC-TERM-CODE        PIC X(5).
               10  NC-TERM-BEGIN       PIC 9(8).
               10  NC-TERM-END         PIC 9(8).
               10  NC-ENROLL-STATUS    PIC X(1).
               10  NC-EFFECTIVE-DATE   PIC 9(8).
               10  NC-CREDIT-HOURS     PIC 9(2).
               10  FILLER              PIC X(15).
           05  NC-HEADER-DATA REDEFINES NC-DETAIL-DATA.
               10  NC-SCHOOL-CODE      PIC X(8).
               10  NC-HDR-TERM-CODE    PIC X(5).
               10  NC-CREATE-DATE      PIC 9(8).
               10  NC-FILE-TYPE        PIC X(1).
               10  FILLER              PIC X(56).
           05  NC-TRAILER-DATA REDEFINES NC-DETAIL-DATA.
               10  NC-DETAIL-COUNT     PIC 9(7).
               10  FILLER              PIC X(71).
