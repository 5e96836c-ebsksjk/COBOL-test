      *-----------------------------------------------------------*
      *  NAMEFMT.CPY                                              *
      *  CALL AREA FOR THE NAMEFMT NAME SERVICE.  THE CALLER      *
      *  PASSES A STUDENT ID AND THE FORM WANTED AND GETS BACK    *
      *  "LAST, FIRST MIDDLE" FROM STUDNAME - THE LEGAL FIRST     *
      *  AND MIDDLE FOR THE LEGAL FORM (TRANSCRIPTS, STATE        *
      *  REPORTING), THE PREFERRED FIRST NAME FOR THE PREFERRED   *
      *  FORM (ROSTERS, SELF-SERVICE).  A STUDENT WITH NO NAME    *
      *  RECORD COMES BACK NV-NAME-NOT-FOUND WITH SPACES, AND THE *
      *  CALLER PRINTS SM-STUDENT-NAME AS BEFORE.  A CALL WITH    *
      *  FORM "F" CLOSES THE FILE AT END OF RUN.                  *
      *-----------------------------------------------------------*
       01  NV-NAME-AREA.
           05  NV-STUDENT-ID           PIC 9(8).
           05  NV-NAME-FORM            PIC X(1).
               88  NV-LEGAL-FORM       VALUE "L".
               88  NV-PREFERRED-FORM   VALUE "P".
               88  NV-FINISH           VALUE "F".
           05  NV-FORMATTED-NAME       PIC X(60).
           05  NV-FOUND-FLAG           PIC X(1).
               88  NV-NAME-FOUND       VALUE "Y".
               88  NV-NAME-NOT-FOUND   VALUE "N".
