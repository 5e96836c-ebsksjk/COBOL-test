      *-----------------------------------------------------------*
      *  ACCSAREA.CPY                                             *
      *  CALL AREA FOR THE ACCSLOGW RECORD-ACCESS LOGGER.  THE    *
      *  INQUIRY NAMES ITSELF, THE STUDENT IT JUST SHOWED, AND    *
      *  HOW (V = DISPLAYED, B = LISTED ON A BROWSE PAGE);        *
      *  ACCSLOGW ADDS THE SIGNED-ON OPERATOR AND THE TIMESTAMP.  *
      *-----------------------------------------------------------*
       01  VA-ACCESS-AREA.
           05  VA-PROGRAM-NAME         PIC X(8).
           05  VA-STUDENT-ID           PIC 9(8).
           05  VA-ACCESS-TYPE          PIC X(1).
               88  VA-VIEWED           VALUE "V".
               88  VA-BROWSED          VALUE "B".
