      *-----------------------------------------------------------*
      *  TAXSTMT.CPY                                              *
      *  TUITION TAX STATEMENT EXTRACT FOR THE PRINT VENDOR       *
      *  (TAXVEND), ONE RECORD PER STUDENT PER CALENDAR YEAR,     *
      *  WRITTEN BY TAXSTMT.  THE AMOUNTS ARE THE QUALIFIED       *
      *  TUITION AND FEES BILLED AND THE SCHOLARSHIPS AND AID     *
      *  POSTED IN THE YEAR, EACH WITH ITS REDUCTION TO AN        *
      *  EARLIER YEAR'S STATEMENT; THE HALF-TIME FLAG COMES FROM  *
      *  THE CENSUS (CENSFILE).  SUPPRESSED STUDENTS ARE NEVER    *
      *  SENT TO THE VENDOR.                                      *
      *-----------------------------------------------------------*
       01  TV-STATEMENT-RECORD.
           05  TV-TAX-YEAR             PIC 9(4).
           05  TV-STUDENT-ID           PIC 9(8).
           05  TV-STUDENT-NAME         PIC X(15).
           05  TV-ADDRESS-1            PIC X(25).
           05  TV-ADDRESS-2            PIC X(25).
           05  TV-CITY                 PIC X(15).
           05  TV-STATE                PIC X(2).
           05  TV-ZIP                  PIC X(9).
           05  TV-QUALIFIED-AMT        PIC 9(7)V99.
           05  TV-PRIOR-ADJ-AMT        PIC 9(7)V99.
           05  TV-AID-AMT              PIC 9(7)V99.
           05  TV-AID-ADJ-AMT          PIC 9(7)V99.
           05  TV-HALF-TIME-FLAG       PIC X(1).
               88  TV-HALF-TIME        VALUE "Y".
