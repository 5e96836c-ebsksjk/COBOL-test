      *-----------------------------------------------------------*
      *  CRSHIST.CPY                                              *
      *  COURSE CATALOG VERSION RECORD (CRSHIST, INDEXED), KEYED  *
      *  ON THE COURSE CODE PLUS THE TERM THE VERSION TOOK        *
      *  EFFECT.  HOLDS THE TITLE, DEPARTMENT, CREDIT HOURS AND   *
      *  PREREQUISITES AS THEY STOOD WHILE THAT VERSION WAS IN    *
      *  FORCE, SO A PAST TERM KEEPS THE CREDITS IT WAS TAKEN     *
      *  FOR.  WRITTEN BY CRSLOAD; READ ONLY THROUGH THE CRSVERS  *
      *  SERVICE.  CX-EFFECTIVE-DATE IS THE EFFECTIVE TERM'S      *
      *  START DATE FROM TERMFILE, STAMPED AT LOAD TIME.  THE     *
      *  VERSION A COURSE CARRIED BEFORE ITS FIRST CHANGE IS      *
      *  KEPT WITH A BLANK TERM AND A ZERO DATE - IN FORCE FROM   *
      *  THE BEGINNING.                                           *
      *-----------------------------------------------------------*
       01  CX-VERSION-RECORD.
           05  CX-VERSION-KEY.
               10  CX-COURSE-CODE      PIC X(6).
               10  CX-EFFECTIVE-TERM   PIC X(5).
           05  CX-EFFECTIVE-DATE       PIC 9(8).
           05  CX-COURSE-TITLE         PIC X(30).
           05  CX-DEPARTMENT           PIC X(4).
           05  CX-CREDIT-HOURS         PIC 9(2).
           05  CX-PREREQ-1             PIC X(6).
           05  CX-PREREQ-2             PIC X(6).
           05  CX-LOAD-DATE            PIC 9(8).
