      *-----------------------------------------------------------*
      *  DISBREC.CPY                                              *
      *  CREDIT-BALANCE REFUND FILE SENT TO THE BANK (DISBFILE),  *
      *  WRITTEN BY CRDDISB: ONE HEADER, ONE DETAIL PER REFUND -  *
      *  EFT TO THE STUDENT'S DIRECT-DEPOSIT ACCOUNT, OR A CHECK  *
      *  MAILED TO THE ADDRESS GIVEN - AND ONE TRAILER CARRYING   *
      *  THE CONTROL COUNTS AND TOTALS THE BANK BALANCES TO.      *
      *-----------------------------------------------------------*
       01  DS-DISB-RECORD.
           05  DS-RECORD-TYPE          PIC X(1).
               88  DS-HEADER           VALUE "H".
               88  DS-DETAIL           VALUE "D".
               88  DS-TRAILER          VALUE "T".
           05  DS-DETAIL-DATA.
               10  DS-SEQ-NO           PIC 9(6).
               10  DS-METHOD           PIC X(1).
                   88  DS-BY-EFT       VALUE "E".
                   88  DS-BY-CHECK     VALUE "C".
               10  DS-STUDENT-ID       PIC 9(8).
               10  DS-TERM-CODE        PIC X(5).
               10  DS-AMOUNT           PIC 9(7)V99.
               10  DS-PAYEE-NAME       PIC X(15).
               10  DS-ROUTING-NO       PIC 9(9).
               10  DS-ACCOUNT-NO       PIC X(17).
               10  DS-ACCOUNT-TYPE     PIC X(1).
               10  DS-ADDRESS-1        PIC X(25).
               10  DS-ADDRESS-2        PIC X(25).
               10  DS-CITY             PIC X(15).
               10  DS-STATE            PIC X(2).
               10  DS-ZIP              PIC X(9).
           05  DS-HEADER-DATA REDEFINES DS-DETAIL-DATA.
               10  DS-FILE-DATE        PIC 9(8).
               10  DS-FILE-TIME        PIC 9(8).
               10  DS-ORIGINATOR       PIC X(30).
               10  FILLER              PIC X(101).
           05  DS-TRAILER-DATA REDEFINES DS-DETAIL-DATA.
               10  DS-DETAIL-COUNT     PIC 9(6).
               10  DS-EFT-COUNT        PIC 9(6).
               10  DS-EFT-TOTAL        PIC 9(9)V99.
               10  DS-CHECK-COUNT      PIC 9(6).
               10  DS-CHECK-TOTAL      PIC 9(9)V99.
               10  DS-FILE-TOTAL       PIC 9(9)V99.
               10  FILLER              PIC X(96).
