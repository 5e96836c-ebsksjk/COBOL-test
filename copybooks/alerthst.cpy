      *-----------------------------------------------------------*
      *  ALERTHST.CPY                                             *
      *  ON-CALL ALERT HISTORY.  TWO FILES CARRY THIS LAYOUT,     *
      *  EACH WITH A SINGLE WRITER:                               *
      *    ALERTHST - APPENDED BY ERRLOGW IN THE CHAIN WHEN AN    *
      *               ABEND IS TRAPPED.  BATWATCH ONLY READS IT.  *
      *    WATCHHST - THE CHAIN WATCHER'S (BATWATCH) OWN: EVERY   *
      *               ALERT IT PAGES (ABENDS TAKEN FROM ALERTHST, *
      *               LATE STEPS, A MISSED DEADLINE) AND THEIR    *
      *               COMPLETIONS.  ALERTRPT REPORTS FROM IT.     *
      *  BEFORE RAISING AN ALERT EACH LOOKS IN ITS OWN FILE FOR   *
      *  ONE ALREADY RAISED FOR THE SAME PROGRAM AND TYPE ON THE  *
      *  SAME NIGHT, SO THE ON-CALL OPERATOR IS PAGED ONCE PER    *
      *  STEP PER NIGHT, NOT EVERY CYCLE.  WHEN THE ALERTED STEP  *
      *  FINALLY ENDS (OR THE CHAIN, FOR A DEADLINE ALERT, WHICH  *
      *  IS KEPT UNDER BATDRIVE) THE WATCHER APPENDS A "C" RECORD *
      *  WITH THE STEP'S JOBSTAT END TIME AND STATUS.  ALERTRPT   *
      *  PAIRS THE TWO.                                           *
      *    AH-RUN-DATE   - BUSINESS DATE OF THE CHAIN NIGHT       *
      *    AH-EVENT-DATE/TIME - MACHINE DATE AND TIME THE ALERT   *
      *                   WAS RAISED, OR THE STEP ENDED           *
      *-----------------------------------------------------------*
       01  AH-ALERT-RECORD.
           05  AH-RUN-DATE             PIC 9(8).
           05  AH-STEP-NUMBER          PIC 9(3).
           05  AH-PROGRAM-NAME         PIC X(8).
           05  AH-ALERT-TYPE           PIC X(1).
               88  AH-ALERT-ABEND      VALUE "A".
               88  AH-ALERT-LATE       VALUE "L".
               88  AH-ALERT-DEADLINE   VALUE "D".
               88  AH-STEP-COMPLETED   VALUE "C".
           05  AH-EVENT-DATE           PIC 9(8).
           05  AH-EVENT-TIME           PIC 9(8).
           05  AH-STEP-STATUS          PIC X(1).
           05  AH-ALERT-TEXT           PIC X(40).
