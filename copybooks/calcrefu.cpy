      *-----------------------------------------------------------*
      *  CALCREFU.CPY                                             *
      *  ONE RECORD PER INPUT FILE CALCBAT REFUSED THIS RUN, SO   *
      *  THE REFUSALS REACH CALCSUM AND THE NIGHTLY REPORT        *
      *  (NITERPT) INSTEAD OF ONLY THE STEP'S SYSOUT.  COUNT AND  *
      *  HASH ARE WHAT THE FILE ACTUALLY HELD.  THE PRIOR DATE IS *
      *  THE DAY THE DUPLICATE WAS FIRST PROCESSED (DU) OR THE    *
      *  SOURCE'S LATEST REGISTERED CREATION DATE (OS).           *
      *    CB = CONTROL TOTALS OUT OF BALANCE (HEADER/TRAILER)    *
      *    DU = SOURCE AND CREATION DATE ALREADY PROCESSED        *
      *    OS = DATED EARLIER THAN THE SOURCE'S LAST FILE         *
      *-----------------------------------------------------------*
       01  RF-REFUSAL-RECORD.
           05  RF-SOURCE               PIC X(6).
           05  RF-CREATE-DATE          PIC 9(8).
           05  RF-FEED-NUMBER          PIC 9(1).
           05  RF-REASON               PIC X(2).
               88  RF-OUT-OF-BALANCE   VALUE "CB".
               88  RF-DUPLICATE        VALUE "DU".
               88  RF-OUT-OF-SEQUENCE  VALUE "OS".
           05  RF-RECORD-COUNT         PIC 9(5).
           05  RF-HASH-TOTAL           PIC 9(9).
           05  RF-PRIOR-DATE           PIC 9(8).
           05  RF-RUN-DATE             PIC 9(8).
