      *-----------------------------------------------------------*
      *  DEGREQ.CPY                                               *
      *  DEGREE-REQUIREMENT RECORD, KEYED ON MAJOR CODE, CATALOG  *
      *  YEAR, AND COURSE CODE - ONE ENTRY PER COURSE THE MAJOR   *
      *  REQUIRES UNDER THAT YEAR'S CATALOG.  EACH YEAR'S SET IS  *
      *  COMPLETE IN ITSELF AND STAYS IN FORCE UNTIL A LATER SET  *
      *  IS LOADED; YEAR 0000 IS THE SET IN FORCE BEFORE THE      *
      *  FIRST CATALOG-YEAR LOAD.  LOADED FROM THE DEPARTMENTS'   *
      *  SEQUENTIAL LIST BY DEGLOAD AND WALKED BY THE DEGREE      *
      *  AUDIT (DEGAUDIT) AND CLEARANCE (GRADCLR) FOR THE SET     *
      *  REQVERS PICKS FOR THE STUDENT'S CATALOG YEAR.            *
      *-----------------------------------------------------------*
       01  DQ-REQUIREMENT-RECORD.
           05  DQ-REQ-KEY.
               10  DQ-MAJOR-CODE       PIC X(4).
               10  DQ-CATALOG-YEAR     PIC 9(4).
               10  DQ-COURSE-CODE      PIC X(6).
           05  DQ-LOAD-DATE            PIC 9(8).
