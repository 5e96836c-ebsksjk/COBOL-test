      *-----------------------------------------------------------*
      *  TCLSLOG.CPY                                              *
      *  TERM-CLOSE STEP LOG, KEYED ON TERM AND STEP POSITION.    *
      *  ONE RECORD PER STEP OF THE TERM-CLOSE STREAM THAT HAS    *
      *  FINISHED FOR THE TERM - ITS PROGRAM, THE BUSINESS DATE   *
      *  AND CLOCK TIME IT FINISHED, ITS RETURN CODE, AND THE     *
      *  ONE COUNT THAT STEP IS ANSWERABLE FOR.  KEPT ONLY BY THE *
      *  TCLSTEP SERVICE: A STEP STARTING CLEARS ITS OWN RECORD   *
      *  AND EVERY LATER ONE, SO THE LOG NEVER SHOWS A STEP AS    *
      *  DONE ON WORK THAT AN EARLIER STEP HAS SINCE REDONE.      *
      *-----------------------------------------------------------*
       01  TL-LOG-RECORD.
           05  TL-LOG-KEY.
               10  TL-TERM-CODE        PIC X(5).
               10  TL-STEP-SEQ         PIC 9(2).
           05  TL-PROGRAM-NAME         PIC X(8).
           05  TL-BUSINESS-DATE        PIC 9(8).
           05  TL-FINISH-TIME          PIC 9(8).
           05  TL-RETURN-CODE          PIC 9(4).
           05  TL-ITEM-COUNT           PIC 9(7).
