      *  TYPE) STILL APPLY UNDER THE OLD CREATE-OR-UPDATE RULES.   *
      *-----------------------------------------------------------*
       01  ST-TRANSACTION-RECORD.
           05  ST-STUDENT-ID           PIC 9(8).
           05  ST-STUDENT-NAME         PIC A(15).
           05  ST-DATE-OF-BIRTH        PIC 9(8).
           05  ST-MAJOR-CODE           PIC X(4).
           05  ST-ENROLLMENT-STATUS    PIC X(1).
           05  ST-NEW-STUDENT-ID       PIC 9(8).
           05  ST-TRANSACTION-TYPE     PIC X(1).
               88  ST-TYPE-ADD         VALUE "A".
               88  ST-TYPE-CHANGE      VALUE "C".
