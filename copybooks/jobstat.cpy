      *  PER-STEP STATUS RECORD WRITTEN BY BATDRIVE AS EACH STEP  *
      *  STARTS AND FINISHES - ONE "R" (RUNNING) RECORD AT START  *
      *  AND A FINAL RECORD WITH THE RETURN CODE, SO A DEAD CHAIN *
      *  SHOWS EXACTLY WHICH STEP IT DIED IN.  A RESTART READS    *
      *  THE NIGHT'S RECORDS BACK AND ADDS ITS OWN AFTER THEM, SO *
      *  THE LAST RECORD FOR A STEP IS WHERE THAT STEP STANDS.    *
      *-----------------------------------------------------------*
       01  JT-STATUS-RECORD.
           05  JT-STEP-NUMBER          PIC 9(3).
