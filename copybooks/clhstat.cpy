      *-----------------------------------------------------------*
      *  CLHSTAT.CPY                                              *
      *  LAST ENROLLMENT STATUS REPORTED TO THE NATIONAL STUDENT  *
      *  CLEARINGHOUSE, ONE RECORD PER TERM AND STUDENT (CLHSTAT, *
      *  INDEXED).  CLHSUBM SENDS A STUDENT ONLY WHEN THE STATUS  *
      *  WORKED OUT TODAY DIFFERS FROM THIS ONE; A STUDENT THE    *
      *  CLEARINGHOUSE REJECTED IS BLANKED HERE SO THE NEXT       *
      *  SUBMISSION SENDS THEM AGAIN.  THE SEEN DATE IS THE LAST  *
      *  RUN THAT FOUND THE STUDENT ENROLLED OR WITH AN EVENT.    *
      *-----------------------------------------------------------*
       01  NS-STATUS-RECORD.
           05  NS-STAT-KEY.
               10  NS-TERM-CODE        PIC X(5).
               10  NS-STUDENT-ID       PIC 9(8).
           05  NS-STATUS               PIC X(1).
               88  NS-FULL-TIME        VALUE "F".
               88  NS-HALF-TIME        VALUE "H".
               88  NS-LESS-THAN-HALF   VALUE "L".
               88  NS-WITHDRAWN        VALUE "W".
               88  NS-GRADUATED        VALUE "G".
               88  NS-NOT-REPORTED     VALUE " ".
           05  NS-EFFECTIVE-DATE       PIC 9(8).
           05  NS-REPORTED-DATE        PIC 9(8).
           05  NS-SEEN-DATE            PIC 9(8).
