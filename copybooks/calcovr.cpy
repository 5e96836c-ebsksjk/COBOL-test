      *-----------------------------------------------------------*
      *  CALCOVR.CPY                                              *
      *  CALCBAT REPROCESS OVERRIDE - ONE CARD PER INPUT FILE THE *
      *  OPERATOR WANTS POSTED EVEN THOUGH THE PROCESSED-FEED     *
      *  REGISTER (CALCFREG) WOULD REFUSE IT AS A DUPLICATE OR    *
      *  OUT OF SEQUENCE.  THE CARD MUST NAME THE FILE EXACTLY -  *
      *  ITS HEADER'S SOURCE AND CREATION DATE.                   *
      *-----------------------------------------------------------*
       01  CO-OVERRIDE-RECORD.
           05  CO-SOURCE               PIC X(6).
           05  CO-CREATE-DATE          PIC 9(8).
