      *-----------------------------------------------------------*
      *  ARTDECN.CPY                                              *
      *  EVALUATOR DECISION RECORD (ARTDECN, SEQUENTIAL, APPENDED *
      *  BY XFERLOAD).  ONE PER TRANSFER COURSE POSTED FROM THE   *
      *  EVALUATOR'S KEYED EQUIVALENT RATHER THAN THE             *
      *  ARTICULATION TABLE.  ARTCAND REPORTS THE REPEATED ONES   *
      *  AS CANDIDATES TO ADD TO THE TABLE.                       *
      *-----------------------------------------------------------*
       01  AD-DECISION-RECORD.
           05  AD-SOURCE-INST          PIC X(20).
           05  AD-EXT-COURSE           PIC X(10).
      *    "C" = CATALOG COURSE, "E" = ELECTIVE CREDIT, AS ON
      *    AR-EQUIV-TYPE.
           05  AD-EQUIV-TYPE           PIC X(1).
           05  AD-LOCAL-COURSE         PIC X(6).
           05  AD-STUDENT-ID           PIC 9(8).
           05  AD-CREDIT-HOURS         PIC 9(2).
           05  AD-DECISION-DATE        PIC 9(8).
