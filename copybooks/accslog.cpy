      *-----------------------------------------------------------*
      *  ACCSLOG.CPY                                              *
      *  STUDENT RECORD-ACCESS LOG ENTRY - ONE PER STUDENT SHOWN  *
      *  BY AN INQUIRY (STUPROF, THE MAIN MENU LOOKUP AND         *
      *  BROWSES, HISTLOOK, CHGINQ, GENEALOG, TRQINQ): WHO        *
      *  LOOKED, FROM WHICH PROGRAM, AT WHICH STUDENT, AND WHEN.  *
      *  WRITTEN ONLY THROUGH ACCSLOGW.  CHAINED THROUGH AUDCHAIN *
      *  LIKE THE OTHER AUDIT FILES, SO AUDVERIF PROVES IT;       *
      *  ACCSRPT READS IT BY STUDENT AND BY OPERATOR.             *
      *    VW-ACCESS-TYPE  V = THE RECORD ITSELF WAS DISPLAYED    *
      *                    B = LISTED ON A BROWSE PAGE            *
      *-----------------------------------------------------------*
       01  VW-ACCESS-RECORD.
           05  VW-USERNAME             PIC X(5).
           05  VW-PROGRAM-NAME         PIC X(8).
           05  VW-STUDENT-ID           PIC 9(8).
           05  VW-ACCESS-DATE          PIC 9(8).
           05  VW-ACCESS-TIME          PIC 9(8).
           05  VW-ACCESS-TYPE          PIC X(1).
               88  VW-VIEWED           VALUE "V".
               88  VW-BROWSED          VALUE "B".
           05  VW-RUN-SEQ              PIC 9(7).
           05  VW-CHAIN-CHECK          PIC 9(9).
