      *-----------------------------------------------------------*
      *  PERMIT.CPY                                               *
      *  REGISTRATION OVERRIDE PERMIT (PERMITS, INDEXED), KEYED   *
      *  ON STUDENT PLUS COURSE PLUS TERM PLUS SECTION.  GRANTED  *
      *  AND REVOKED THROUGH PERMMNT FOR AN INSTRUCTOR (GRANTING  *
      *  INSTRUCTOR ON INSTMAST); EACH FLAG SET TO "Y" LETS       *
      *  ENRLBAT TAKE THE ADD PAST THAT ONE CHECK - PREREQUISITE  *
      *  ("PQ"), SECTION CAPACITY (NO WAITLIST), TIME CONFLICT    *
      *  ("TC"), CROSS-CAMPUS APPROVAL ("CC") - UNTIL THE EXPIRY  *
      *  DATE.  ENRLBAT STAMPS THE DATE AND THE OVERRIDES IT      *
      *  ACTUALLY USED; THE END-OF-TERM REPORT (PERMRPT) LISTS    *
      *  THEM BY DEPARTMENT AND INSTRUCTOR.                       *
      *-----------------------------------------------------------*
       01  PX-PERMIT-RECORD.
           05  PX-PERMIT-KEY.
               10  PX-STUDENT-ID       PIC 9(8).
               10  PX-COURSE-CODE      PIC X(6).
               10  PX-TERM-CODE        PIC X(5).
               10  PX-SECTION          PIC X(2).
           05  PX-OVERRIDES.
               10  PX-OVR-PREREQ       PIC X(1).
                   88  PX-WAIVES-PREREQ    VALUE "Y".
               10  PX-OVR-CAPACITY     PIC X(1).
                   88  PX-WAIVES-CAPACITY  VALUE "Y".
               10  PX-OVR-TIME         PIC X(1).
                   88  PX-WAIVES-TIME      VALUE "Y".
               10  PX-OVR-CAMPUS       PIC X(1).
                   88  PX-WAIVES-CAMPUS    VALUE "Y".
           05  PX-GRANTED-BY           PIC X(5).
           05  PX-EXPIRE-DATE          PIC 9(8).
           05  PX-STATUS               PIC X(1).
               88  PX-ACTIVE           VALUE "A".
               88  PX-REVOKED          VALUE "R".
           05  PX-ENTERED-BY           PIC X(5).
           05  PX-ENTERED-DATE         PIC 9(8).
           05  PX-REVOKED-BY           PIC X(5).
           05  PX-REVOKE-DATE          PIC 9(8).
      *    SET BY ENRLBAT WHEN AN ADD WENT THROUGH ON THE PERMIT -
      *    ZERO / SPACES UNTIL THEN.
           05  PX-USED-DATE            PIC 9(8).
           05  PX-USED-OVERRIDES.
               10  PX-USED-PREREQ      PIC X(1).
               10  PX-USED-CAPACITY    PIC X(1).
               10  PX-USED-TIME        PIC X(1).
               10  PX-USED-CAMPUS      PIC X(1).
