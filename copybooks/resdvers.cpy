      *-----------------------------------------------------------*
      *  RESDVERS.CPY                                             *
      *  CALL AREA FOR THE RESDVERS RESIDENCY SERVICE.  THE       *
      *  CALLER PASSES THE STUDENT AND THE TERM BEING PRICED AND  *
      *  GETS BACK THE RESIDENCY CLASS IN FORCE FOR THAT TERM     *
      *  WITH THE TERM IT TOOK EFFECT.  A STUDENT WITH NO         *
      *  CLASSIFICATION IN FORCE COMES BACK RX-NOT-CLASSIFIED     *
      *  WITH A SPACE CLASS - THE CALLER EXCEPTION-LISTS IT, IT   *
      *  NEVER DEFAULTS TO RESIDENT.                              *
      *-----------------------------------------------------------*
       01  RX-RESIDENCY-AREA.
           05  RX-STUDENT-ID           PIC 9(8).
           05  RX-TERM-CODE            PIC X(5).
           05  RX-RESULT.
               10  RX-RESIDENCY-CLASS  PIC X(1).
               10  RX-EFFECTIVE-TERM   PIC X(5).
               10  RX-FOUND-FLAG       PIC X(1).
                   88  RX-CLASSIFIED       VALUE "Y".
                   88  RX-NOT-CLASSIFIED   VALUE "N".
