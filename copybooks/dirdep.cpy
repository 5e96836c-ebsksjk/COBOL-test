      *-----------------------------------------------------------*
      *  DIRDEP.CPY                                               *
      *  STUDENT DIRECT-DEPOSIT (EFT) ELECTION (DIRDEP, INDEXED), *
      *  KEYED ON STUDENT ID.  A STUDENT WITH AN ACTIVE ELECTION  *
      *  HAS A CREDIT-BALANCE REFUND (CRDDISB) SENT BY EFT; ANY   *
      *  OTHER STUDENT IS SENT A CHECK AT THE STUDEMOG ADDRESS.   *
      *-----------------------------------------------------------*
       01  DR-DIRECT-DEPOSIT-RECORD.
           05  DR-STUDENT-ID           PIC 9(8).
           05  DR-ROUTING-NO           PIC 9(9).
           05  DR-ACCOUNT-NO           PIC X(17).
           05  DR-ACCOUNT-TYPE         PIC X(1).
               88  DR-CHECKING         VALUE "C".
               88  DR-SAVINGS          VALUE "S".
           05  DR-STATUS               PIC X(1).
               88  DR-ACTIVE           VALUE "A".
               88  DR-INACTIVE         VALUE "I".
           05  DR-EFFECTIVE-DATE       PIC 9(8).
