      *-----------------------------------------------------------*
      *  WOTRAN.CPY                                               *
      *  WRITE-OFF APPROVAL - ONE TERM BALANCE THE BURSAR HAS     *
      *  APPROVED AS UNCOLLECTIBLE, KEYED FOR THE COLLECTIONS     *
      *  CYCLE (COLLECT).  THE AMOUNT IS THE BALANCE THE BURSAR   *
      *  SAW; A BILL WHOSE BALANCE HAS MOVED SINCE IS REJECTED    *
      *  FOR A FRESH APPROVAL.                                    *
      *-----------------------------------------------------------*
       01  WO-WRITEOFF-RECORD.
           05  WO-STUDENT-ID           PIC 9(8).
           05  WO-TERM-CODE            PIC X(5).
           05  WO-AMOUNT               PIC 9(7)V99.
           05  WO-REASON               PIC X(2).
               88  WO-UNCOLLECTIBLE    VALUE "UC".
               88  WO-BANKRUPTCY       VALUE "BK".
               88  WO-DECEASED         VALUE "DC".
               88  WO-VALID-REASON     VALUE "UC" "BK" "DC".
           05  WO-APPROVED-BY          PIC X(5).
           05  WO-APPROVAL-DATE        PIC 9(8).
