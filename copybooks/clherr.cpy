      *-----------------------------------------------------------*
      *  CLHERR.CPY                                               *
      *  CLEARINGHOUSE ERROR-RETURN RECORD - ONE PER STUDENT THE  *
      *  CLEARINGHOUSE REFUSED FROM OUR LAST SUBMISSION, WITH ITS *
      *  ERROR CODE AND TEXT.  CLHSUBM LISTS THEM FOR CORRECTION  *
      *  AND RESENDS THEM ON THE NEXT SUBMISSION.                 *
      *-----------------------------------------------------------*
       01  NX-ERROR-RECORD.
           05  NX-STUDENT-ID           PIC 9(8).
           05  NX-TERM-CODE            PIC X(5).
           05  NX-ERROR-CODE           PIC X(4).
           05  NX-ERROR-TEXT           PIC X(40).
