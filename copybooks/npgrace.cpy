      *-----------------------------------------------------------*
      *  NPGRACE.CPY                                              *
      *  NON-PAYMENT GRACE LIST (NPAYGRCE, LINE SEQUENTIAL) - THE *
      *  BURSAR'S LIST OF STUDENTS THE NON-PAYMENT CANCELLATION   *
      *  (NPAYCNCL) MUST LEAVE REGISTERED WHATEVER THEIR BALANCE. *
      *  A BLANK TERM EXEMPTS THE STUDENT IN EVERY TERM; THE NOTE *
      *  (WHO APPROVED IT, OR WHY) IS PRINTED ON THE REGISTER.    *
      *-----------------------------------------------------------*
       01  GX-GRACE-RECORD.
           05  GX-STUDENT-ID           PIC 9(8).
           05  GX-TERM-CODE            PIC X(5).
           05  GX-NOTE                 PIC X(30).
