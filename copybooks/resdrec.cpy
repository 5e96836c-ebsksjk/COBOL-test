      *-----------------------------------------------------------*
      *  RESDREC.CPY                                              *
      *  STUDENT RESIDENCY CLASSIFICATION (RESIDNCY, INDEXED),    *
      *  KEYED ON STUDENT PLUS THE TERM THE CLASSIFICATION TAKES  *
      *  EFFECT.  A STUDENT KEEPS EVERY CLASSIFICATION EVER HELD, *
      *  SO A RE-ASSESSMENT OF A PAST TERM PRICES FROM THE CLASS  *
      *  THAT WAS IN FORCE THEN.  MAINTAINED ONLY THROUGH RESDMNT *
      *  (EVERY CHANGE ALSO GOES TO THE RESDHIST AUDIT TRAIL) AND *
      *  READ THROUGH THE RESDVERS SERVICE.  RS-EFFECTIVE-DATE IS *
      *  THE EFFECTIVE TERM'S START DATE FROM TERMFILE, STAMPED   *
      *  WHEN THE CLASSIFICATION IS KEYED.                        *
      *-----------------------------------------------------------*
       01  RS-RESIDENCY-RECORD.
           05  RS-RESIDENCY-KEY.
               10  RS-STUDENT-ID       PIC 9(8).
               10  RS-EFFECTIVE-TERM   PIC X(5).
           05  RS-EFFECTIVE-DATE       PIC 9(8).
           05  RS-RESIDENCY-CLASS      PIC X(1).
               88  RS-RESIDENT         VALUE "R".
               88  RS-NON-RESIDENT     VALUE "N".
               88  RS-INTERNATIONAL    VALUE "I".
               88  RS-VALID-CLASS      VALUES "R" "N" "I".
           05  RS-CHANGED-BY           PIC X(5).
           05  RS-CHANGED-DATE         PIC 9(8).
