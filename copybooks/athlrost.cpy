      *-----------------------------------------------------------*
      *  ATHLROST.CPY                                             *
      *  ATHLETE ROSTER (ATHLROST, INDEXED), KEYED ON STUDENT ID  *
      *  PLUS SPORT CODE - ONE ROW PER STUDENT PER SPORT.  ADDED  *
      *  AND REMOVED THROUGH ATHLMNT WITH THE OPERATOR AND DATES  *
      *  RECORDED; REMOVED ROWS ARE KEPT FOR HISTORY.  THE        *
      *  CERTIFICATION RUN (ATHLCERT) POSTS THE TERM'S OUTCOME:   *
      *  THE TERM AND DATE CERTIFIED, ELIGIBLE OR INELIGIBLE, THE *
      *  CENSUS CREDIT LOAD, AND A FLAG FOR EVERY RULE FAILED.    *
      *  A LATER RE-CHECK THAT FINDS THE ATHLETE BELOW FULL-TIME  *
      *  TURNS AN ELIGIBLE ROW INELIGIBLE WITH THE DROP FLAGGED   *
      *  AND THE DATE AND CREDITS OF THE RE-CHECK.                *
      *-----------------------------------------------------------*
       01  AT-ROSTER-RECORD.
           05  AT-ROSTER-KEY.
               10  AT-STUDENT-ID       PIC 9(8).
               10  AT-SPORT-CODE       PIC X(4).
           05  AT-STATUS               PIC X(1).
               88  AT-ACTIVE           VALUE "A".
               88  AT-REMOVED          VALUE "R".
           05  AT-ENTERED-BY           PIC X(5).
           05  AT-ENTERED-DATE         PIC 9(8).
           05  AT-REMOVED-BY           PIC X(5).
           05  AT-REMOVE-DATE          PIC 9(8).
           05  AT-CERT-TERM            PIC X(5).
           05  AT-CERT-STATUS          PIC X(1).
               88  AT-CERT-ELIGIBLE    VALUE "E".
               88  AT-CERT-INELIGIBLE  VALUE "I".
           05  AT-CERT-DATE            PIC 9(8).
           05  AT-CERT-CREDITS         PIC 9(3).
           05  AT-CERT-FAILS.
               10  AT-FAIL-FULL-TIME   PIC X(1).
                   88  AT-FAILED-FULL-TIME VALUE "Y".
               10  AT-FAIL-GPA         PIC X(1).
                   88  AT-FAILED-GPA   VALUE "Y".
               10  AT-FAIL-HOURS       PIC X(1).
                   88  AT-FAILED-HOURS VALUE "Y".
               10  AT-FAIL-PROGRESS    PIC X(1).
                   88  AT-FAILED-PROGRESS VALUE "Y".
               10  AT-FAIL-STANDING    PIC X(1).
                   88  AT-FAILED-STANDING VALUE "Y".
               10  AT-FAIL-DROPPED     PIC X(1).
                   88  AT-FAILED-DROPPED VALUE "Y".
           05  AT-CERT-GPA             PIC 9(1)V99.
           05  AT-CERT-HOURS           PIC 9(4).
           05  AT-CERT-PERCENT         PIC 9(3).
           05  AT-RECHECK-DATE         PIC 9(8).
           05  AT-RECHECK-CREDITS      PIC 9(3).
