      *-----------------------------------------------------------*
      *  REQVERS.CPY                                              *
      *  CALL AREA FOR THE REQVERS REQUIREMENT-SET SERVICE.  THE  *
      *  CALLER PASSES THE STUDENT AND THE MAJOR (OR MINOR OR     *
      *  CONCENTRATION) CODE AND GETS BACK THE STUDENT'S CATALOG  *
      *  YEAR AND THE CATALOG YEAR OF THE DEGREQS SET IN FORCE    *
      *  FOR IT - THE LATEST SET ON OR BEFORE THE STUDENT'S YEAR, *
      *  ELSE THE EARLIEST SET ON FILE.  A CODE WITH NO SET AT    *
      *  ALL COMES BACK RV-NO-SET WITH A ZERO REQUIREMENT YEAR.   *
      *  RV-REQUIREMENT-CODE IS THE CODE WHOSE SET WAS PICKED -   *
      *  THE CODE ASKED FOR, OR A RETIRED MAJOR IT SUCCEEDED      *
      *  (MAJORREF) WHEN ONLY THAT ONE HAS A SET IN FORCE FOR     *
      *  THE STUDENT'S YEAR.  DEGREQS IS WALKED UNDER IT.         *
      *-----------------------------------------------------------*
       01  RV-REQUIREMENT-AREA.
           05  RV-STUDENT-ID           PIC 9(8).
           05  RV-MAJOR-CODE           PIC X(4).
           05  RV-RESULT.
               10  RV-CATALOG-YEAR     PIC 9(4).
               10  RV-REQUIREMENT-YEAR PIC 9(4).
               10  RV-FOUND-FLAG       PIC X(1).
                   88  RV-SET-FOUND        VALUE "Y".
                   88  RV-NO-SET           VALUE "N".
               10  RV-REQUIREMENT-CODE PIC X(4).
