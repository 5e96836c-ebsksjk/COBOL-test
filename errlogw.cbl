                   select system-error-log assign to "ERRLOG"
                       organization is line sequential
                       file status is WS-ERRLOG-STATUS.
                   select alert-history assign to "ALERTHST"
                       organization is line sequential
                       file status is WS-ALERT-STATUS.
           data division.
               file section.
               fd  system-error-log.
               copy "errlog.cpy".
               fd  alert-history.
               copy "alerthst.cpy".
               working-storage section.
               01 WS-ERRLOG-STATUS PIC X(2).
               01 WS-ALERT-STATUS PIC X(2).
               01 WS-BUSINESS-DATE PIC 9(8).
               01 WS-ALERTED-SWITCH PIC X(1).
                   88 WS-ALREADY-ALERTED VALUE "Y".
               linkage section.
               copy "abndtrap.cpy".

      *    ITS AB-ABEND-INFO HERE AND THE FAILURE IS APPENDED TO THE
      *    SYSTEM ERROR LOG WITH DATE AND TIME BEFORE THE RUN ENDS,
      *    SO THE MORNING SHIFT READS ERRINQ INSTEAD OF DOING SYSOUT
      *    ARCHAEOLOGY.  THE SAME ABEND GOES ONTO THE ALERT HISTORY
      *    - ONCE PER PROGRAM PER NIGHT - WHERE THE NEXT BATWATCH
      *    CYCLE PICKS IT UP AND PAGES THE ON-CALL OPERATOR.
           PROCEDURE DIVISION USING AB-ABEND-INFO.
               OPEN EXTEND SYSTEM-ERROR-LOG.
               IF WS-ERRLOG-STATUS = "05" OR WS-ERRLOG-STATUS = "35"
               MOVE AB-ABEND-MESSAGE TO EL-MESSAGE.
               WRITE EL-ERROR-RECORD.
               CLOSE SYSTEM-ERROR-LOG.
               PERFORM RAISE-ABEND-ALERT.
           GOBACK.

           RAISE-ABEND-ALERT.
               CALL "BIZDATE" USING WS-BUSINESS-DATE.
               MOVE "N" TO WS-ALERTED-SWITCH.
               OPEN INPUT ALERT-HISTORY.
               IF WS-ALERT-STATUS = "00"
                   PERFORM CHECK-ONE-ALERT
                       UNTIL WS-ALERT-STATUS NOT = "00"
                   CLOSE ALERT-HISTORY
               END-IF.
               IF NOT WS-ALREADY-ALERTED
                   PERFORM RECORD-ABEND-ALERT
               END-IF.

           CHECK-ONE-ALERT.
               READ ALERT-HISTORY
                   AT END
                       CONTINUE
               END-READ.
               IF WS-ALERT-STATUS = "00"
                       AND AH-RUN-DATE = WS-BUSINESS-DATE
                       AND AH-PROGRAM-NAME = AB-ABEND-PROGRAM
                       AND AH-ALERT-ABEND
                   SET WS-ALREADY-ALERTED TO TRUE
               END-IF.

           RECORD-ABEND-ALERT.
               OPEN EXTEND ALERT-HISTORY.
               IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-HISTORY
               END-IF.
               IF WS-ALERT-STATUS = "00"
                   MOVE WS-BUSINESS-DATE TO AH-RUN-DATE
                   MOVE ZERO TO AH-STEP-NUMBER
                   MOVE AB-ABEND-PROGRAM TO AH-PROGRAM-NAME
                   SET AH-ALERT-ABEND TO TRUE
                   MOVE EL-ABEND-DATE TO AH-EVENT-DATE
                   MOVE EL-ABEND-TIME TO AH-EVENT-TIME
                   MOVE SPACE TO AH-STEP-STATUS
                   MOVE SPACES TO AH-ALERT-TEXT
                   STRING "ABEND IN " DELIMITED BY SIZE
                          AB-ABEND-SECTION DELIMITED BY SPACE
                          " FS " DELIMITED BY SIZE
                          AB-ABEND-FILE-STATUS DELIMITED BY SIZE
                       INTO AH-ALERT-TEXT
                   WRITE AH-ALERT-RECORD
                   CLOSE ALERT-HISTORY
               END-IF.
           END PROGRAM ERRLOGW.
