      *-----------------------------------------------------------*
      *  GLJRNL.CPY                                               *
      *  DAILY STUDENT-RECEIVABLE JOURNAL FOR THE FINANCE SYSTEM  *
      *  (GLJRNL), WRITTEN BY GLJRNL: ONE HEADER, ONE LINE PER    *
      *  GL ACCOUNT, CAMPUS AND SIDE (DEBIT OR CREDIT), AND ONE   *
      *  TRAILER CARRYING THE CONTROL TOTALS THE FINANCE SYSTEM   *
      *  BALANCES TO.  ONLY A BALANCED JOURNAL IS EVER WRITTEN.   *
      *  A BLANK CAMPUS IS THE MAIN CAMPUS.                       *
      *-----------------------------------------------------------*
       01  GJ-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE          PIC X(1).
               88  GJ-HEADER           VALUE "H".
               88  GJ-DETAIL           VALUE "D".
               88  GJ-TRAILER          VALUE "T".
           05  GJ-DETAIL-DATA.
               10  GJ-JOURNAL-DATE     PIC 9(8).
               10  GJ-LINE-NO          PIC 9(6).
               10  GJ-ACCOUNT          PIC X(10).
               10  GJ-CAMPUS           PIC X(2).
               10  GJ-SIDE             PIC X(1).
                   88  GJ-DEBIT        VALUE "D".
                   88  GJ-CREDIT       VALUE "C".
               10  GJ-AMOUNT           PIC 9(11)V99.
               10  GJ-DESCRIPTION      PIC X(20).
           05  GJ-HEADER-DATA REDEFINES GJ-DETAIL-DATA.
               10  GJ-FILE-DATE        PIC 9(8).
               10  GJ-FILE-TIME        PIC 9(8).
               10  GJ-SOURCE-SYSTEM    PIC X(20).
               10  FILLER              PIC X(24).
           05  GJ-TRAILER-DATA REDEFINES GJ-DETAIL-DATA.
               10  GJ-LINE-COUNT       PIC 9(6).
               10  GJ-TOTAL-DEBITS     PIC 9(11)V99.
               10  GJ-TOTAL-CREDITS    PIC 9(11)V99.
               10  GJ-ACTIVITY-COUNT   PIC 9(6).
               10  FILLER              PIC X(22).
