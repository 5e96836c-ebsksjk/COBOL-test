      *  VERIFICATION LETTER) MUST HONOR IT.                      *
      *-----------------------------------------------------------*
       01  DG-DEMOG-RECORD.
           05  DG-STUDENT-ID           PIC 9(8).
           05  DG-ADDRESS-1            PIC X(25).
           05  DG-ADDRESS-2            PIC X(25).
           05  DG-CITY                 PIC X(15).
