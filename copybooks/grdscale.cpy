      *-----------------------------------------------------------*
      *  GRDSCALE.CPY                                             *
      *  GRADE-SCALE REFERENCE RECORD (GRDSCALE, INDEXED), KEYED  *
      *  ON THE LETTER GRADE PLUS THE TERM THE VALUE TOOK EFFECT. *
      *  THE ONE SOURCE OF QUALITY POINTS AND OF WHAT A GRADE     *
      *  MEANS - WHETHER IT COUNTS IN THE GPA, EARNS CREDIT, AND  *
      *  SATISFIES A PREREQUISITE OR REQUIREMENT.  LOADED BY      *
      *  GRDLOAD; READ ONLY THROUGH THE GRDVALUE SERVICE, WHICH   *
      *  PICKS THE VERSION IN FORCE FOR THE TERM THE GRADE WAS    *
      *  EARNED.  GS-EFFECTIVE-DATE IS THE EFFECTIVE TERM'S START *
      *  DATE FROM TERMFILE, STAMPED AT LOAD TIME, SINCE TERM     *
      *  CODES DO NOT SORT IN CALENDAR ORDER.                     *
      *-----------------------------------------------------------*
       01  GS-SCALE-RECORD.
           05  GS-SCALE-KEY.
               10  GS-GRADE            PIC X(2).
               10  GS-EFFECTIVE-TERM   PIC X(5).
           05  GS-EFFECTIVE-DATE       PIC 9(8).
           05  GS-QUALITY-POINTS       PIC 9V99.
           05  GS-GPA-FLAG             PIC X(1).
               88  GS-COUNTS-IN-GPA    VALUE "Y".
           05  GS-CREDIT-FLAG          PIC X(1).
               88  GS-EARNS-CREDIT     VALUE "Y".
           05  GS-PASS-FLAG            PIC X(1).
               88  GS-PASSES-PREREQ    VALUE "Y".
           05  GS-DESCRIPTION          PIC X(20).
