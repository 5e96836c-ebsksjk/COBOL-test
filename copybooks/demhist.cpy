      *  ADD CARRIES A BLANK OLD IMAGE, A DELETE A BLANK NEW ONE. *
      *-----------------------------------------------------------*
       01  DH-DEMOG-CHANGE-RECORD.
           05  DH-STUDENT-ID           PIC 9(8).
           05  DH-CHANGE-DATE          PIC 9(8).
           05  DH-CHANGE-TIME          PIC 9(8).
           05  DH-PROGRAM-NAME         PIC X(8).
           05  DH-OPERATOR             PIC X(5).
           05  DH-OLD-IMAGE            PIC X(127).
           05  DH-NEW-IMAGE            PIC X(127).
