      *-----------------------------------------------------------*
      *  ARTIC.CPY                                                *
      *  TRANSFER ARTICULATION ROW (ARTICTBL, INDEXED), KEYED ON  *
      *  SOURCE INSTITUTION, EXTERNAL COURSE AND THE DATE THE     *
      *  EQUIVALENCY TAKES EFFECT.  LOADED BY ARTLOAD.  XFERLOAD  *
      *  MAPS AN INCOMING EXTERNAL COURSE THROUGH THE ROW IN      *
      *  FORCE ON THE DATE THE COURSE WAS COMPLETED, TO A CATALOG *
      *  COURSE OR TO ELECTIVE CREDIT; AN EXTERNAL COURSE WITH NO *
      *  ROW IN FORCE GOES TO THE EVALUATOR WORKLIST.             *
      *-----------------------------------------------------------*
       01  AR-ARTIC-RECORD.
           05  AR-ARTIC-KEY.
               10  AR-SOURCE-INST      PIC X(20).
               10  AR-EXT-COURSE       PIC X(10).
               10  AR-EFFECTIVE-FROM   PIC 9(8).
      *    LAST DATE THE EQUIVALENCY APPLIES; ZERO = OPEN-ENDED.
           05  AR-EFFECTIVE-TO         PIC 9(8).
           05  AR-EQUIV-TYPE           PIC X(1).
               88  AR-EQUIV-COURSE     VALUE "C".
               88  AR-EQUIV-ELECTIVE   VALUE "E".
               88  AR-VALID-TYPE       VALUE "C" "E".
      *    CATALOG EQUIVALENT FOR TYPE "C"; SPACES FOR TYPE "E",
      *    WHICH POSTS TO THE FIRST FREE ELECT1-ELECT9 SLOT.
           05  AR-LOCAL-COURSE         PIC X(6).
           05  AR-LOAD-DATE            PIC 9(8).
