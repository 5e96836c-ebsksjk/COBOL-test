      *-----------------------------------------------------------*
      *  OVLDAPPR.CPY                                             *
      *  CREDIT-LOAD OVERLOAD APPROVAL (OVLDAPPR, INDEXED), KEYED *
      *  ON STUDENT PLUS TERM.  APPROVED AND REVOKED THROUGH      *
      *  OVLDMNT WITH THE APPROVER, THE OPERATOR AND THE DATES    *
      *  RECORDED; REVOKED APPROVALS ARE KEPT FOR HISTORY.  AN    *
      *  ACTIVE APPROVAL LETS ENRLBAT TAKE THE STUDENT PAST THE   *
      *  TERM'S CREDIT MAXIMUM (TERMREC) UP TO OA-MAX-CREDITS.    *
      *-----------------------------------------------------------*
       01  OA-OVERLOAD-RECORD.
           05  OA-OVERLOAD-KEY.
               10  OA-STUDENT-ID       PIC 9(8).
               10  OA-TERM-CODE        PIC X(5).
           05  OA-MAX-CREDITS          PIC 9(2).
           05  OA-STATUS               PIC X(1).
               88  OA-ACTIVE           VALUE "A".
               88  OA-REVOKED          VALUE "R".
           05  OA-APPROVED-BY          PIC X(8).
           05  OA-ENTERED-BY           PIC X(5).
           05  OA-ENTERED-DATE         PIC 9(8).
           05  OA-REVOKED-BY           PIC X(5).
           05  OA-REVOKE-DATE          PIC 9(8).
