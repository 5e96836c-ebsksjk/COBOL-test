      *-----------------------------------------------------------*
      *  ROOMREC.CPY                                              *
      *  ROOM MASTER RECORD, KEYED ON RM-ROOM-CODE - THE SAME     *
      *  SIX-CHARACTER CODE A COURSE OFFERING CARRIES IN OF-ROOM. *
      *  LOADED BY ROOMLOAD FROM FACILITIES' ROOM LIST.  OFFRLOAD *
      *  REJECTS, AND TERMROLL FLAGS, AN OFFERING NAMING A ROOM   *
      *  NOT ON FILE OR A CAPACITY OVER THE ROOM'S SEATS;         *
      *  ROOMUTIL REPORTS UTILIZATION BY BUILDING.                *
      *-----------------------------------------------------------*
       01  RM-ROOM-RECORD.
           05  RM-ROOM-CODE            PIC X(6).
           05  RM-BUILDING             PIC X(4).
           05  RM-SEATS                PIC 9(3).
      *    CAMPUS THE BUILDING STANDS ON (SPACES = MAIN), AS IN
      *    OF-CAMPUS.
           05  RM-CAMPUS               PIC X(2).
           05  RM-ROOM-TYPE            PIC X(2).
               88  RM-LECTURE          VALUE "LC".
               88  RM-LAB              VALUE "LB".
               88  RM-SEMINAR          VALUE "SM".
               88  RM-AUDITORIUM       VALUE "AU".
               88  RM-VALID-TYPE       VALUE "LC" "LB" "SM" "AU".
