      *-----------------------------------------------------------*
      *  ADVHIST.CPY                                              *
      *  ADVISOR-ASSIGNMENT CHANGE-HISTORY ENTRY - THE OLD AND    *
      *  NEW ADVISOR FOR EVERY ASSIGNMENT ADVMAINT OR THE MAIN    *
      *  MENU MAKES, WITH WHO/WHEN, IN THE SAME SPIRIT AS THE     *
      *  STUDENT MASTER'S CHGHIST.  A FIRST ASSIGNMENT CARRIES A  *
      *  BLANK OLD ADVISOR.                                       *
      *-----------------------------------------------------------*
       01  AH-ADVISOR-CHANGE-RECORD.
           05  AH-STUDENT-ID           PIC 9(8).
           05  AH-CHANGE-DATE          PIC 9(8).
           05  AH-CHANGE-TIME          PIC 9(8).
           05  AH-PROGRAM-NAME         PIC X(8).
