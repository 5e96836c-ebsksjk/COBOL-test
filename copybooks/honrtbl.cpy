      *-----------------------------------------------------------*
      *  HONRTBL.CPY                                              *
      *  LATIN-HONORS THRESHOLD ROW, ON THE HONRTBL CONTROL FILE. *
      *  ONE ROW PER LEVEL:                                       *
      *    HN-HONOR-LEVEL  S = SUMMA, M = MAGNA, C = CUM LAUDE    *
      *  A GRADUATE EARNS THE HIGHEST LEVEL WHOSE MINIMUM         *
      *  CUMULATIVE GPA THEY MEET, PROVIDED THEY ALSO CARRY THE   *
      *  LEVEL'S MINIMUM RESIDENCE HOURS - HOURS EARNED HERE, NOT *
      *  ACCEPTED IN TRANSFER (XFERCRED).  A LEVEL WITH NO ROW    *
      *  KEEPS THE REGISTRAR'S STANDING THRESHOLD (GRADCLR).      *
      *-----------------------------------------------------------*
       01  HN-THRESHOLD-RECORD.
           05  HN-HONOR-LEVEL          PIC X(1).
               88  HN-LEVEL-SUMMA      VALUE "S".
               88  HN-LEVEL-MAGNA      VALUE "M".
               88  HN-LEVEL-CUM        VALUE "C".
           05  HN-MIN-GPA              PIC 9(1)V99.
           05  HN-MIN-RESIDENCE        PIC 9(3).
