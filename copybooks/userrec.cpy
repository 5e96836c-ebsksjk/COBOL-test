           05  UM-LOCKED-SWITCH        PIC X(1).
               88  UM-ACCOUNT-LOCKED   VALUE "Y".
               88  UM-ACCOUNT-OPEN     VALUE "N".
      *        "D" = DISABLED BY THE DORMANT-ACCOUNT SWEEP
      *        (ACCTSWP) OR REVOKED AT ACCESS RECERTIFICATION.
      *        LOGIN REFUSES IT; ONLY USERADM RE-ENABLES IT.
               88  UM-ACCOUNT-DISABLED VALUE "D".
           05  UM-ROLE                 PIC X(7).
               88  UM-ROLE-ADMIN       VALUE "ADMIN  ".
               88  UM-ROLE-STUDENT     VALUE "STUDENT".
      *        INSTRUCTOR, HELD IN THE SEVEN BYTES THE ROLE HAS.
               88  UM-ROLE-INSTRUCTOR  VALUE "INSTRUC".
           05  UM-PASSWORD-CHANGED     PIC 9(8).
           05  UM-FORCE-CHANGE         PIC X(1).
               88  UM-CHANGE-REQUIRED  VALUE "Y".
      *    FOR STUDENT-ROLE ACCOUNTS, THE STUDENT'S OWN
      *    SM-STUDENT-ID.  THE SELF-SERVICE MENU VIEWS ARE
      *    HARD-LIMITED TO THIS ID; ZERO MEANS NO LINK.
           05  UM-STUDENT-ID           PIC 9(8).
      *    FOR INSTRUCTOR-ROLE ACCOUNTS THE SAME BYTES HOLD THE
      *    INSTRUCTOR'S OWN IN-INSTRUCTOR-ID.  THE CLASS ROSTER AND
      *    GRADE-ENTRY VIEWS ARE HARD-LIMITED TO SECTIONS WHERE IT
      *    IS THE INSTRUCTOR OF RECORD; ZEROS MEAN NO LINK.
           05  UM-INSTRUCTOR-LINK REDEFINES UM-STUDENT-ID.
               10  UM-INSTRUCTOR-ID    PIC X(5).
               10  FILLER              PIC X(3).
