      *-----------------------------------------------------------*
      *  CRSVERS.CPY                                              *
      *  CALL AREA FOR THE CRSVERS CATALOG-VERSION SERVICE.  THE  *
      *  CALLER PASSES THE COURSE CODE AND THE TERM THE WORK      *
      *  BELONGS TO (SPACES = THE CATALOG IN FORCE TODAY) AND     *
      *  GETS BACK THE TITLE, DEPARTMENT, CREDIT HOURS AND        *
      *  PREREQUISITES OF THE VERSION IN FORCE FOR THAT TERM,     *
      *  WITH THE TERM THAT VERSION TOOK EFFECT.  A COURSE ON     *
      *  NEITHER CRSHIST NOR CRSMAST COMES BACK CQ-COURSE-UNKNOWN *
      *  WITH ZERO CREDITS; THE CALLER APPLIES ITS OWN DEFAULT.   *
      *-----------------------------------------------------------*
       01  CQ-VERSION-AREA.
           05  CQ-COURSE-CODE          PIC X(6).
           05  CQ-TERM-CODE            PIC X(5).
           05  CQ-RESULT.
               10  CQ-COURSE-TITLE     PIC X(30).
               10  CQ-DEPARTMENT       PIC X(4).
               10  CQ-CREDIT-HOURS     PIC 9(2).
               10  CQ-PREREQ-1         PIC X(6).
               10  CQ-PREREQ-2         PIC X(6).
               10  CQ-EFFECTIVE-TERM   PIC X(5).
               10  CQ-FOUND-FLAG       PIC X(1).
                   88  CQ-COURSE-FOUND     VALUE "Y".
                   88  CQ-COURSE-UNKNOWN   VALUE "N".
