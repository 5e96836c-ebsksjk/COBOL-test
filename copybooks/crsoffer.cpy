      *    ADD FROM A STUDENT HOMED AT ANOTHER CAMPUS IS HELD FOR
      *    APPROVAL (ENRLBAT -> XCAMPQUE -> XCAMAPPR).
           05  OF-CAMPUS               PIC X(2).
      *    A SECTION CANCELLED FOR LOW ENROLLMENT (SECTCNCL) STAYS ON
      *    FILE SO ITS HISTORY SURVIVES; ENRLBAT REFUSES ADDS TO IT
      *    AND OFFRLOAD WILL NOT REOPEN IT.  SPACE = OPEN.
           05  OF-OFFER-STATUS         PIC X(1).
               88  OF-OFFER-OPEN       VALUE " ".
               88  OF-CANCELLED        VALUE "C".
           05  OF-CANCEL-DATE          PIC 9(8).
