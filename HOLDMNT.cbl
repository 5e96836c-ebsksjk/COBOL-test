000200*                    (NOTIFQUE) FOR THE MAIL GATEWAY FORMATTER.
000210*   2026-09-02  RO   OPLOG ENTRIES CARRY THE AUDCHAIN RUN
000220*                    SEQUENCE AND CHAIN CHECK.
000222*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS;
000224*                    NOTIFICATION SUBJECT CARRIES ALL EIGHT
000226*                    DIGITS.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    HOLDMNT.
000640     05  HT-ACTION            PIC X(01).
000650         88  HT-ACTION-PLACE  VALUE "P".
000660         88  HT-ACTION-RELEASE VALUE "R".
000670     05  HT-STUDENT-ID        PIC 9(08).
000680     05  HT-HOLD-TYPE         PIC X(01).
000690     05  HT-TRANSCRIPT-FLAG   PIC X(01).

003370     ACCEPT NF-EVENT-TIME FROM TIME.
003380     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
003390     MOVE SPACES TO NF-SUBJECT-ID.
003400     MOVE HT-STUDENT-ID TO NF-SUBJECT-ID.
003410     MOVE SPACES TO NF-EVENT-TEXT.
003420     STRING "HOLD TYPE " DELIMITED BY SIZE
003430            HT-HOLD-TYPE DELIMITED BY SIZE
