      *-----------------------------------------------------------*
      *  EXAMOVR.CPY                                              *
      *  FINAL-EXAM OVERRIDE - PUTS A COURSE'S SECTIONS IN A      *
      *  NAMED EXAM BLOCK INSTEAD OF THE ONE THEIR MEETING        *
      *  PATTERN WOULD GIVE.  A BLANK SECTION COVERS EVERY        *
      *  SECTION OF THE COURSE (A COMMON EXAM); A NAMED SECTION   *
      *  WINS OVER THE COURSE-WIDE RECORD.  A NON-BLANK ROOM      *
      *  SEATS THE EXAM THERE INSTEAD OF THE SECTION'S OWN ROOM.  *
      *  THE BLOCK MUST APPEAR ON THE EXAM BLOCK TABLE (EXAMBLK). *
      *-----------------------------------------------------------*
       01  EO-OVERRIDE-RECORD.
           05  EO-TERM-CODE            PIC X(5).
           05  EO-COURSE-CODE          PIC X(6).
           05  EO-SECTION              PIC X(2).
           05  EO-EXAM-BLOCK           PIC X(3).
           05  EO-EXAM-ROOM            PIC X(6).
