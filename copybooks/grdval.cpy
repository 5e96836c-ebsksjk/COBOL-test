      *-----------------------------------------------------------*
      *  GRDVAL.CPY                                               *
      *  CALL AREA FOR THE GRDVALUE GRADE-SCALE SERVICE.  THE     *
      *  CALLER PASSES THE LETTER GRADE AND THE TERM IT WAS       *
      *  EARNED IN (SPACES = THE SCALE IN FORCE TODAY) AND GETS   *
      *  BACK THE QUALITY POINTS AND THE THREE MEANING FLAGS OF   *
      *  THE GRDSCALE VERSION IN FORCE FOR THAT TERM.  A GRADE    *
      *  NOT ON THE SCALE COMES BACK GV-GRADE-UNKNOWN WITH ZERO   *
      *  POINTS AND EVERY FLAG "N", SO IT NEVER ENTERS A GPA,     *
      *  EARNS CREDIT, OR MEETS A REQUIREMENT.                    *
      *-----------------------------------------------------------*
       01  GV-VALUE-AREA.
           05  GV-GRADE                PIC X(2).
           05  GV-TERM-CODE            PIC X(5).
           05  GV-QUALITY-POINTS       PIC 9V99.
           05  GV-GPA-FLAG             PIC X(1).
               88  GV-COUNTS-IN-GPA    VALUE "Y".
           05  GV-CREDIT-FLAG          PIC X(1).
               88  GV-EARNS-CREDIT     VALUE "Y".
           05  GV-PASS-FLAG            PIC X(1).
               88  GV-PASSES-PREREQ    VALUE "Y".
           05  GV-FOUND-FLAG           PIC X(1).
               88  GV-GRADE-FOUND      VALUE "Y".
               88  GV-GRADE-UNKNOWN    VALUE "N".
