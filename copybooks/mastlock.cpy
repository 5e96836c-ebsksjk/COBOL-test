      *-----------------------------------------------------------*
      *  MASTLOCK.CPY                                             *
      *  EXCLUSIVE-USE MARKER FOR THE STUDENT MASTER.  THE BATCH  *
      *  UPDATES (STUDBAT, ENRLBAT, SECTCNCL, MAJRECOD) WRITE ONE *
      *  RECORD HERE AT START AND EMPTY THE FILE AT FINISH; THE   *
      *  ONLINE PROGRAMS CHECK IT BEFORE OPENING THE MASTER AND   *
      *  TELL THE OPERATOR WHEN TO TRY AGAIN INSTEAD OF READING   *
      *  MID-UPDATE.  A LOCK LEFT BY A CRASHED RUN IS CLEARED     *
      *  WITH THE LOCKCLR OVERRIDE.                               *
      *-----------------------------------------------------------*
       01  LK-LOCK-RECORD.
           05  LK-HOLDER-PROGRAM       PIC X(8).
