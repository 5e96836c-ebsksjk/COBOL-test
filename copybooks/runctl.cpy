      *-----------------------------------------------------------*
      *  RUNCTL.CPY                                               *
      *  RUN-CONTROL LIBRARY - THE ONE MAINTAINED PLACE THE       *
      *  TERM-DRIVEN JOBS TAKE THEIR TERM FROM.  KEYED ON JOB     *
      *  NAME PLUS SETTING: A BLANK JOB NAME IS THE SITE-WIDE     *
      *  SETTING EVERY JOB READS BY DEFAULT; A JOB NAME (THE      *
      *  PROGRAM-ID) IS AN EXPLICIT OVERRIDE FOR THAT ONE JOB.    *
      *  THE SETTINGS ARE THE CURRENT TERM, THE REGISTRATION TERM *
      *  (THE TERM BEING REGISTERED AND BILLED), AND THE GRADING  *
      *  TERM (THE TERM BEING GRADED AND CLOSED).  MAINTAINED BY  *
      *  RUNCMNT, WHICH TAKES ONLY TERMS ON TERMFILE; READ        *
      *  THROUGH THE RUNPARM SERVICE; PRINTED AND CHECKED BY      *
      *  PREFLITE AT THE TOP OF EACH CHAIN.                       *
      *-----------------------------------------------------------*
       01  RB-RUN-CONTROL-RECORD.
           05  RB-CONTROL-KEY.
               10  RB-JOB-NAME         PIC X(8).
               10  RB-SETTING          PIC X(1).
                   88  RB-CURRENT-TERM VALUE "C".
                   88  RB-REG-TERM     VALUE "R".
                   88  RB-GRADING-TERM VALUE "G".
                   88  RB-SETTING-OK   VALUE "C" "R" "G".
           05  RB-SETTING-VALUE        PIC X(20).
           05  RB-TERM-VALUE REDEFINES RB-SETTING-VALUE.
               10  RB-TERM-CODE        PIC X(5).
               10  FILLER              PIC X(15).
           05  RB-CHANGED-DATE         PIC 9(8).
           05  RB-CHANGED-BY           PIC X(5).
