      *-----------------------------------------------------------*
      *  RUNPARM.CPY                                              *
      *  CALL AREA FOR THE RUNPARM RUN-CONTROL SERVICE.  THE      *
      *  CALLER PASSES ITS PROGRAM NAME, THE SETTING IT RUNS ON   *
      *  (CURRENT, REGISTRATION OR GRADING TERM), AND THE TERM    *
      *  FROM ITS OWN PARAMETER RECORD - SPACES WHEN THE RECORD   *
      *  IS MISSING OR LEAVES THE TERM BLANK.  IT GETS BACK THE   *
      *  EFFECTIVE TERM AND WHERE IT CAME FROM: THE JOB'S OWN     *
      *  PARAMETER (AN EXPLICIT OVERRIDE FOR THIS RUN), THE       *
      *  JOB'S OVERRIDE ON THE RUN-CONTROL LIBRARY, OR THE        *
      *  SITE-WIDE SETTING.  EVERY TERM IS CHECKED AGAINST        *
      *  TERMFILE; ONLY RK-TERM-VALID MAY BE RUN ON.              *
      *-----------------------------------------------------------*
       01  RK-RUN-PARM-AREA.
           05  RK-JOB-NAME             PIC X(8).
           05  RK-SETTING              PIC X(1).
               88  RK-CURRENT-TERM     VALUE "C".
               88  RK-REG-TERM         VALUE "R".
               88  RK-GRADING-TERM     VALUE "G".
           05  RK-EXPLICIT-TERM        PIC X(5).
           05  RK-TERM-CODE            PIC X(5).
           05  RK-SOURCE               PIC X(1).
               88  RK-FROM-JOB-PARM    VALUE "P".
               88  RK-FROM-JOB-OVERRIDE VALUE "J".
               88  RK-FROM-SITE        VALUE "S".
               88  RK-FROM-NOWHERE     VALUE "N".
           05  RK-RESULT               PIC X(1).
               88  RK-TERM-VALID       VALUE "Y".
               88  RK-TERM-NOT-ON-FILE VALUE "T".
               88  RK-TERM-NOT-SET     VALUE "M".
           05  RK-DESCRIPTION          PIC X(40).
