      *-----------------------------------------------------------*
      *  ARCHIDX.CPY                                              *
      *  CONSOLIDATED ARCHIVE INDEX - ONE ENTRY PER ROLLOVER      *
      *  RETNPURG OR THE TERM-HISTORY RUN (TERMARCH) PERFORMS,    *
      *  NAMING THE SOURCE FILE, THE ARCHIVE                      *
      *  IT ROLLED INTO, THE DATE, AND HOW MANY RECORDS MOVED.    *
      *  THE ONE PLACE TO LOOK WHEN RECORDS RETENTION ASKS WHERE  *
      *  LAST SPRING'S AUDIT ENTRIES WENT.                        *
