      *-----------------------------------------------------------*
      *  AIDRETN.CPY                                              *
      *  RETURN-OF-AID RECORD - ONE PER POSTED AWARD THE          *
      *  RETURN-OF-AID STEP (AIDRETN) RECALCULATED FOR A          *
      *  WITHDRAWN STUDENT, APPENDED FOR AUDIT WITH THE DAY COUNT *
      *  AND PERCENTAGE OF TERM COMPLETED IT WAS WORKED FROM AND  *
      *  THE UNEARNED AMOUNT TAKEN BACK OFF BL-AID-AMT.           *
      *-----------------------------------------------------------*
       01  AR-RETURN-RECORD.
           05  AR-STUDENT-ID           PIC 9(8).
           05  AR-TERM-CODE            PIC X(5).
           05  AR-AWARD-CODE           PIC X(6).
           05  AR-WITHDRAW-DATE        PIC 9(8).
           05  AR-DAYS-COMPLETED       PIC 9(3).
           05  AR-DAYS-IN-TERM         PIC 9(3).
           05  AR-PCT-COMPLETED        PIC 9(3)V9.
           05  AR-AWARD-AMT            PIC 9(7)V99.
           05  AR-RETURN-AMT           PIC 9(7)V99.
           05  AR-PROCESS-DATE         PIC 9(8).
