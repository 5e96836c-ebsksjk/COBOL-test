      *-----------------------------------------------------------*
      *  CALCFREG.CPY                                             *
      *  CALCBAT PROCESSED-FEED REGISTER - ONE RECORD APPENDED    *
      *  FOR EVERY INPUT FILE CALCBAT POSTS, KEYED BY THE FILE    *
      *  HEADER'S SOURCE AND CREATION DATE, WITH THE TRAILER'S    *
      *  RECORD COUNT AND HASH TOTAL.  A FILE WHOSE SOURCE AND    *
      *  DATE ARE ALREADY HERE IS REFUSED AS A DUPLICATE, AND A   *
      *  FILE DATED EARLIER THAN ITS SOURCE'S LATEST ENTRY IS     *
      *  REFUSED AS OUT OF SEQUENCE - UNLESS THE OPERATOR NAMES   *
      *  IT ON THE REPROCESS OVERRIDE (CALCOVR), IN WHICH CASE IT *
      *  POSTS AND IS REGISTERED AGAIN WITH THE REPROCESS FLAG.   *
      *-----------------------------------------------------------*
       01  FR-FEED-REGISTER.
           05  FR-SOURCE               PIC X(6).
           05  FR-CREATE-DATE          PIC 9(8).
           05  FR-RECORD-COUNT         PIC 9(5).
           05  FR-HASH-TOTAL           PIC 9(9).
           05  FR-PROCESSED-DATE       PIC 9(8).
           05  FR-REPROCESS-FLAG       PIC X(1).
               88  FR-REPROCESSED      VALUE "Y".
