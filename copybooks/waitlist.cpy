      *  COURSE IS ENROLLED AND FLIPPED TO PROMOTED.  PROMOTED    *
      *  ENTRIES ARE KEPT, AS DROPPED ENROLLMENTS ARE, SO THE     *
      *  QUEUE HISTORY SURVIVES.                                  *
      *  A CANCELLED SECTION'S WAITING ENTRIES ARE FLIPPED TO     *
      *  CLOSED (SECTCNCL).                                       *
      *-----------------------------------------------------------*
       01  WL-WAITLIST-RECORD.
           05  WL-WAIT-KEY.
               10  WL-COURSE-CODE      PIC X(6).
               10  WL-ENTRY-SEQ        PIC 9(3).
           05  WL-STUDENT-ID           PIC 9(8).
           05  WL-TERM-CODE            PIC X(5).
           05  WL-SECTION              PIC X(2).
           05  WL-QUEUED-DATE          PIC 9(8).
           05  WL-WAIT-STATUS          PIC X(1).
               88  WL-WAITING          VALUE "W".
               88  WL-PROMOTED         VALUE "P".
               88  WL-CLOSED           VALUE "C".
