               88  CR-STATUS-DIVZERO   VALUE "DZ".
               88  CR-STATUS-BADOP     VALUE "IV".
               88  CR-STATUS-OVERFLOW  VALUE "OV".
               88  CR-STATUS-VOIDED    VALUE "VD".
               88  CR-STATUS-VOID-UNKNOWN VALUE "VU".
               88  CR-STATUS-VOID-REPEAT  VALUE "VA".
      *    THE FEEDING SOURCE (FROM THE INPUT FILE'S HEADER) AND
      *    THE BUSINESS DATE POSTED, SO THE CONSOLIDATED LEDGER IS
      *    KEYED BY SOURCE AND DATE AND CALCSUM CAN BREAK ITS
      *    BE AUDITED ROW BY ROW.
           05  CR-REGISTER             PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
      *    THE ROW'S SEQUENCE WITHIN ITS SOURCE AND POSTING DATE -
      *    WITH THOSE TWO, THE KEY A "V" VOID NAMES.  A VOID ROW
      *    (STATUS VD) REVERSES THE ENTRY NAMED IN THE VOID FIELDS:
      *    ITS RESULT IS THE ORIGINAL'S NEGATED.  VU IS A VOID OF NO
      *    SUCH POSTED ENTRY, VA ONE ALREADY VOIDED; NEITHER POSTS.
           05  CR-SEQUENCE             PIC 9(5).
           05  CR-VOID-POST-DATE       PIC 9(8).
           05  CR-VOID-SEQUENCE        PIC 9(5).
