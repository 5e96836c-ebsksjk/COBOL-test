      *-----------------------------------------------------------*
      *  CATYHIST.CPY                                             *
      *  CATALOG-YEAR CHANGE-HISTORY ENTRY - THE OLD AND NEW      *
      *  CATALOG YEAR FOR EVERY MOVE CATYMNT MAKES ON THE COHORT  *
      *  FILE, WITH THE ADVISOR WHO ASKED FOR IT AND WHO/WHEN, IN *
      *  THE SAME SPIRIT AS THE ADVISOR CHANGE HISTORY (ADVHIST). *
      *-----------------------------------------------------------*
       01  YH-CATALOG-CHANGE-RECORD.
           05  YH-STUDENT-ID           PIC 9(8).
           05  YH-CHANGE-DATE          PIC 9(8).
           05  YH-CHANGE-TIME          PIC 9(8).
           05  YH-PROGRAM-NAME         PIC X(8).
           05  YH-OPERATOR             PIC X(5).
           05  YH-ADVISOR-ID           PIC X(5).
           05  YH-OLD-CATALOG-YEAR     PIC 9(4).
           05  YH-NEW-CATALOG-YEAR     PIC 9(4).
