      *  THE COHORT CODE IS THE ADMIT YEAR PLUS THE ENTERING      *
      *  SEASON - "F" FOR A JULY-DECEMBER ADMIT, "S" FOR A        *
      *  JANUARY-JUNE ADMIT.  THE PERSISTENCE REPORT (COHORTRP)   *
      *  TRACKS EACH COHORT'S OUTCOMES FROM THIS FILE.  THE       *
      *  CATALOG YEAR - THE ACADEMIC YEAR OF ADMISSION, SO A      *
      *  JANUARY-JUNE ADMIT TAKES THE PRIOR YEAR - NAMES THE      *
      *  DEGREE-REQUIREMENT SET THE STUDENT IS HELD TO; AN        *
      *  ADVISOR MAY MOVE IT THROUGH CATYMNT.  ZERO OR NOT        *
      *  NUMERIC ON A RECORD WRITTEN BEFORE IT EXISTED, WHEN      *
      *  REQVERS DERIVES IT FROM THE ADMIT DATE.                  *
      *-----------------------------------------------------------*
       01  CO-COHORT-RECORD.
           05  CO-STUDENT-ID           PIC 9(8).
           05  CO-ADMIT-DATE           PIC 9(8).
           05  CO-COHORT-CODE          PIC X(5).
           05  CO-CATALOG-YEAR         PIC 9(4).
