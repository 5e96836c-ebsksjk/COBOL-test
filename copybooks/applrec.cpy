           05  AP-STATUS-DATE          PIC 9(8).
           05  AP-LOADED-FLAG          PIC X(1).
               88  AP-LOADED           VALUE "Y".
           05  AP-STUDENT-ID           PIC 9(8).
