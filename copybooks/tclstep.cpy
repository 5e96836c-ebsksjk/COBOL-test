      *-----------------------------------------------------------*
      *  TCLSTEP.CPY                                              *
      *  CALL AREA FOR THE TCLSTEP TERM-CLOSE STEP SERVICE.       *
      *    "B" BEGIN  - THE CALLER (TG-PROGRAM-NAME) IS ABOUT TO  *
      *                 RUN FOR TG-TERM-CODE.  THE GATE OPENS     *
      *                 ONLY WHEN THE STEP BEFORE IT IN THE       *
      *                 STREAM HAS FINISHED FOR THAT TERM; ON AN  *
      *                 OPEN GATE THE CALLER'S OWN LOG RECORD AND *
      *                 EVERY LATER ONE ARE CLEARED.  A SHUT GATE *
      *                 SAYS WHY IN TG-REASON.                    *
      *    "E" END    - THE CALLER FINISHED WITH TG-RETURN-CODE   *
      *                 (4 OR BELOW) AND TG-ITEM-COUNT; LOGGED.   *
      *    "R" READ   - THE LOG RECORD FOR STEP TG-STEP-SEQ OF    *
      *                 TG-TERM-CODE; TG-GATE-OPEN WHEN FOUND.    *
      *  TG-STEP-SEQ COMES BACK AS THE CALLER'S PLACE IN THE      *
      *  STREAM ON BEGIN AND END (ZERO FOR A PROGRAM NOT IN IT).  *
      *-----------------------------------------------------------*
       01  TG-STEP-AREA.
           05  TG-FUNCTION             PIC X(1).
               88  TG-BEGIN            VALUE "B".
               88  TG-END              VALUE "E".
               88  TG-READ             VALUE "R".
           05  TG-TERM-CODE            PIC X(5).
           05  TG-PROGRAM-NAME         PIC X(8).
           05  TG-STEP-SEQ             PIC 9(2).
           05  TG-RETURN-CODE          PIC 9(4).
           05  TG-ITEM-COUNT           PIC 9(7).
           05  TG-BUSINESS-DATE        PIC 9(8).
           05  TG-FINISH-TIME          PIC 9(8).
           05  TG-GATE-FLAG            PIC X(1).
               88  TG-GATE-OPEN        VALUE "Y".
               88  TG-GATE-SHUT        VALUE "N".
           05  TG-REASON               PIC X(50).
