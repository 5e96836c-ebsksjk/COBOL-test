      *  IS THE FIRST OPERAND AND VAL1 IS CARRIED AS ZEROS (IT    *
      *  STILL HASHES).  "C" CLEARS THE REGISTER TO ZERO AND      *
      *  WRITES NO RESULT.                                        *
      *-----------------------------------------------------------*
      *  "V" VOIDS A RESULT ALREADY POSTED, NAMED BY ITS SOURCE,  *
      *  POSTING DATE AND SEQUENCE (CR-SEQUENCE ON CALCRES).  IT  *
      *  MUST BE AN ENTRY OF THE FILE'S OWN SOURCE.  A VOID       *
      *  COUNTS AS A DETAIL ON THE TRAILER BUT DOES NOT HASH.     *
      *-----------------------------------------------------------*
       01  CT-CALC-TRANSACTION.
           05  CT-RECORD-TYPE          PIC X(1).
               88  CT-DETAIL-REC       VALUE "D".
               88  CT-REGISTER-REC     VALUE "R".
               88  CT-CLEAR-REC        VALUE "C".
               88  CT-VOID-REC         VALUE "V".
               88  CT-TRAILER-REC      VALUE "T".
           05  CT-RECORD-BODY          PIC X(17).
           05  CT-DETAIL-FIELDS REDEFINES CT-RECORD-BODY.
               10  CT-VAL2             PIC S9(5)V99
                                        SIGN IS TRAILING SEPARATE.
               10  CT-OP               PIC X(1).
           05  CT-VOID-FIELDS REDEFINES CT-RECORD-BODY.
               10  CT-VOID-SOURCE      PIC X(6).
               10  CT-VOID-POST-DATE   PIC 9(8).
               10  CT-VOID-SEQUENCE    PIC 9(3).
           05  CT-HEADER-FIELDS REDEFINES CT-RECORD-BODY.
               10  CT-CREATE-DATE      PIC 9(8).
               10  CT-SOURCE           PIC X(6).
