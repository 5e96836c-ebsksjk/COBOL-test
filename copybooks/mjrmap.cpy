      *-----------------------------------------------------------*
      *  MJRMAP.CPY                                               *
      *  MAJOR RECODE MAPPING (MAJRMAP, LINE SEQUENTIAL) - ONE    *
      *  ROW PER MAJOR THE DEAN'S OFFICE HAS RETIRED, NAMING THE  *
      *  ACTIVE MAJOR ITS STUDENTS MOVE TO.  READ BY MAJRECOD.    *
      *-----------------------------------------------------------*
       01  MM-MAPPING-RECORD.
           05  MM-RETIRED-CODE         PIC X(4).
           05  MM-SUCCESSOR-CODE       PIC X(4).
