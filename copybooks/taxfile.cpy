      *-----------------------------------------------------------*
      *  TAXFILE.CPY                                              *
      *  TUITION TAX STATEMENT GOVERNMENT FILING FILE (TAXGOV),   *
      *  WRITTEN BY TAXSTMT: ONE HEADER, ONE DETAIL PER STUDENT   *
      *  STATEMENT (THE SAME AMOUNTS AS THE VENDOR EXTRACT), AND  *
      *  ONE TRAILER CARRYING THE COUNT AND AMOUNT TOTALS.  A     *
      *  DIRECTORY-SUPPRESSED STUDENT IS STILL FILED - THE        *
      *  ELECTION LIMITS PUBLISHING, NOT REQUIRED REPORTING.      *
      *-----------------------------------------------------------*
       01  TF-FILING-RECORD.
           05  TF-RECORD-TYPE          PIC X(1).
               88  TF-HEADER           VALUE "H".
               88  TF-DETAIL           VALUE "D".
               88  TF-TRAILER          VALUE "T".
           05  TF-DETAIL-DATA.
               10  TF-STUDENT-ID       PIC 9(8).
               10  TF-STUDENT-NAME     PIC X(15).
               10  TF-ADDRESS-1        PIC X(25).
               10  TF-ADDRESS-2        PIC X(25).
               10  TF-CITY             PIC X(15).
               10  TF-STATE            PIC X(2).
               10  TF-ZIP              PIC X(9).
               10  TF-QUALIFIED-AMT    PIC 9(7)V99.
               10  TF-PRIOR-ADJ-AMT    PIC 9(7)V99.
               10  TF-AID-AMT          PIC 9(7)V99.
               10  TF-AID-ADJ-AMT      PIC 9(7)V99.
               10  TF-HALF-TIME-FLAG   PIC X(1).
           05  TF-HEADER-DATA REDEFINES TF-DETAIL-DATA.
               10  TF-TAX-YEAR         PIC 9(4).
               10  TF-FILE-DATE        PIC 9(8).
               10  TF-INSTITUTION      PIC X(30).
               10  FILLER              PIC X(94).
           05  TF-TRAILER-DATA REDEFINES TF-DETAIL-DATA.
               10  TF-STATEMENT-COUNT  PIC 9(6).
               10  TF-TOTAL-QUALIFIED  PIC 9(11)V99.
               10  TF-TOTAL-PRIOR-ADJ  PIC 9(11)V99.
               10  TF-TOTAL-AID        PIC 9(11)V99.
               10  TF-TOTAL-AID-ADJ    PIC 9(11)V99.
               10  FILLER              PIC X(78).
