      *  FILE FAILS THE AUDVERIF WALK.                            *
      *-----------------------------------------------------------*
       01  CH-CHANGE-RECORD.
           05  CH-STUDENT-ID           PIC 9(8).
           05  CH-CHANGE-DATE          PIC 9(8).
           05  CH-CHANGE-TIME          PIC 9(8).
           05  CH-PROGRAM-NAME         PIC X(8).
           05  CH-OPERATOR             PIC X(5).
           05  CH-OLD-IMAGE            PIC X(36).
           05  CH-NEW-IMAGE            PIC X(36).
           05  CH-RUN-SEQ              PIC 9(7).
           05  CH-CHAIN-CHECK          PIC 9(9).
