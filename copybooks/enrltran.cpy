      *  JOB (ENRLBAT).  ONE ADD OR DROP PER RECORD.  THE TERM    *
      *  AND SECTION NAME THE OFFERING AN ADD ENROLLS AGAINST;    *
      *  FILES CUT BEFORE THE OFFERING FILE EXISTED (BLANK TERM)  *
      *  STILL APPLY UNDER THE OLD COURSE-ONLY RULES.  THE STAMP  *
      *  IS WHEN THE STUDENT SUBMITTED THE TRANSACTION; ENRLBAT   *
      *  REFUSES AN ADD STAMPED BEFORE THE STUDENT'S TIME TICKET  *
      *  (TIMETKT).  FILES CUT WITHOUT A STAMP ARE NOT CHECKED.   *
      *  A DROP MAY CARRY A REASON: "N" = THE INSTRUCTOR REPORTED *
      *  THE STUDENT NEVER ATTENDED (NATTDROP), REFUNDED IN FULL; *
      *  "P" = REGISTRATION CANCELLED FOR NON-PAYMENT (NPAYCNCL), *
      *  ITS CHARGES REVERSED IN FULL BY TUITCALC.                *
      *-----------------------------------------------------------*
       01  ET-ENROLL-TRANSACTION.
           05  ET-ACTION               PIC X(1).
               88  ET-ACTION-ADD       VALUE "A".
               88  ET-ACTION-DROP      VALUE "D".
           05  ET-STUDENT-ID           PIC 9(8).
           05  ET-COURSE-CODE          PIC X(6).
           05  ET-TERM-CODE            PIC X(5).
           05  ET-SECTION              PIC X(2).
           05  ET-SUBMIT-STAMP.
               10  ET-SUBMIT-DATE      PIC 9(8).
               10  ET-SUBMIT-TIME      PIC 9(4).
           05  ET-DROP-REASON          PIC X(1).
               88  ET-ORDINARY-DROP    VALUE " ".
               88  ET-NEVER-ATTENDED   VALUE "N".
               88  ET-NON-PAYMENT      VALUE "P".
