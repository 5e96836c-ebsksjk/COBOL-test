      *-----------------------------------------------------------*
      *  RECERTDC.CPY                                              *
      *  ACCESS-RECERTIFICATION DECISION - ONE LINE PER ACCOUNT    *
      *  MARKED ON THE QUARTERLY LISTING (ACCTSWP, RECRTLST) AND   *
      *  RETURNED BY THE DEPARTMENT HEAD.  RD-DEPARTMENT IS THE    *
      *  SECTION THE ACCOUNT WAS LISTED UNDER (SPACES FOR THE      *
      *  UNSCOPED SECTION); USERADM APPLIES A DECISION ONLY WHILE  *
      *  THE ACCOUNT IS STILL SCOPED THERE, SO A HEAD CANNOT       *
      *  REVOKE AN ACCOUNT THAT HAS MOVED TO ANOTHER DEPARTMENT.   *
      *-----------------------------------------------------------*
       01  RD-DECISION-RECORD.
           05  RD-USERNAME             PIC X(5).
           05  RD-DECISION             PIC X(1).
               88  RD-KEEP             VALUE "K".
               88  RD-REVOKE           VALUE "R".
           05  RD-DEPARTMENT           PIC X(4).
