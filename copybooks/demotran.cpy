      *  THE STUDENT TRANSACTION: A = ADD, C = CHANGE, D = DELETE.*
      *-----------------------------------------------------------*
       01  DT-DEMOG-TRANSACTION.
           05  DT-STUDENT-ID           PIC 9(8).
           05  DT-ADDRESS-1            PIC X(25).
           05  DT-ADDRESS-2            PIC X(25).
           05  DT-CITY                 PIC X(15).
