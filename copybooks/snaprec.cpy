      *  MAJOR (FIRST TEN MAJORS SEEN, IN KEY ORDER), APPENDED    *
      *  BY THE SNAPSHOT STEP SO ENROLLMENT MOVEMENT SINCE THE    *
      *  START OF TERM CAN BE ANSWERED FROM A FILE INSTEAD OF     *
      *  REBUILT FROM SAVED PRINTOUTS.  ACTIVE SECONDARY PROGRAMS *
      *  OF STUDY (PROGSTDY) ARE COUNTED BY CODE IN THEIR OWN     *
      *  SLOTS AT THE END, APART FROM THE PRIMARY MAJORS.         *
      *-----------------------------------------------------------*
       01  SN-SNAPSHOT-RECORD.
           05  SN-SNAP-DATE            PIC 9(8).
      *    FOR THE SAME NIGHT (STATUS COUNTS ONLY - THE MAJOR
      *    SLOTS ON A CAMPUS RECORD ARE ZEROS).
           05  SN-CAMPUS               PIC X(2).
      *    ACTIVE SECOND MAJORS, MINORS, AND CONCENTRATIONS BY
      *    CODE (FIRST TEN CODES SEEN); ZEROS ON A CAMPUS RECORD.
           05  SN-SECONDARY-SLOTS.
               10  SN-SECONDARY-SLOT OCCURS 10 TIMES.
                   15  SN-SC-CODE      PIC X(4).
                   15  SN-SC-COUNT     PIC 9(5).
