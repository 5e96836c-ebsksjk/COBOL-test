      *-----------------------------------------------------------*
      *  IDXWALK.CPY                                              *
      *  STUDENT ID CROSSWALK - ONE ENTRY PER STUDENT ID CARRIED  *
      *  THROUGH THE FOUR-TO-EIGHT-DIGIT ID EXPANSION (IDEXPAND), *
      *  NAMING THE OLD FOUR-DIGIT ID, THE EIGHT-DIGIT ID IT NOW  *
      *  LIVES UNDER, THE FILE IT WAS FOUND ON AND THE DATE OF    *
      *  THE RUN.  THE PLACE TO LOOK WHEN AN ARCHIVED HISTORY     *
      *  RECORD OR AN OLD PRINTED REPORT QUOTES A FOUR-DIGIT ID.  *
      *-----------------------------------------------------------*
       01  XW-CROSSWALK-RECORD.
           05  XW-OLD-ID               PIC 9(4).
           05  XW-NEW-ID               PIC 9(8).
           05  XW-SOURCE-FILE          PIC X(8).
           05  XW-CONVERT-DATE         PIC 9(8).
