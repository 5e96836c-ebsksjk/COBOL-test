      *  DETAILS FOLLOW THE STUDENT INTO HISTORY.                 *
      *-----------------------------------------------------------*
       01  DA-DEMOG-HISTORY-RECORD.
           05  DA-STUDENT-ID           PIC 9(8).
           05  DA-ADDRESS-1            PIC X(25).
           05  DA-ADDRESS-2            PIC X(25).
           05  DA-CITY                 PIC X(15).
