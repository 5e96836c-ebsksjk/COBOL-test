      *  IT, SO THE ARCHIVE TRAIL SURVIVES.                       *
      *-----------------------------------------------------------*
       01  SH-HISTORY-RECORD.
           05  SH-STUDENT-ID           PIC 9(8).
           05  SH-STUDENT-NAME         PIC A(15).
           05  SH-DATE-OF-BIRTH        PIC 9(8).
           05  SH-MAJOR-CODE           PIC X(4).
