               working-storage section.
               01 WS-HIST-STATUS PIC X(2).
               01 WS-THIST-STATUS PIC X(2).
               01 WS-LOOKUP-ID PIC 9(8).
               01 WS-LOOKUP-DONE-SWITCH PIC X(1) VALUE "N".
                   88 WS-LOOKUP-DONE VALUE "Y".
               01 WS-EOF-SWITCH PIC X(1).
               01 WS-TRANSCRIPT-SEEN PIC X(1).
               01 WS-BANNER-MATCH PIC X(38).
               01 WS-END-MATCH PIC X(44).
               copy "accsarea.cpy".

      *    HISTLOOK RETRIEVES STUDENTS THE YEAR-END PURGE (ARCHSTUD)
      *    MOVED OFF THE ACTIVE MASTER.  THE OPERATOR KEYS A STUDENT
      *    ID AND EVERY ARCHIVED GENERATION OF THAT STUDENT IS
      *    DISPLAYED; ID 0 ENDS THE SESSION.  EVERY STUDENT FOUND IS
      *    LOGGED TO THE RECORD-ACCESS LOG THROUGH ACCSLOGW.
           PROCEDURE DIVISION.
               PERFORM LOOKUP-ONE-STUDENT
                   THRU LOOKUP-ONE-STUDENT-DONE
                   DISPLAY "NOT IN HISTORY: ", WS-LOOKUP-ID
                   GO TO LOOKUP-ONE-STUDENT-DONE
               END-IF.
               MOVE "HISTLOOK" TO VA-PROGRAM-NAME.
               MOVE WS-LOOKUP-ID TO VA-STUDENT-ID.
               SET VA-VIEWED TO TRUE.
               CALL "ACCSLOGW" USING VA-ACCESS-AREA.
               DISPLAY "SHOW ARCHIVED TRANSCRIPT (Y/N)?".
               ACCEPT WS-WANT-TRANSCRIPT.
               IF WS-WANT-TRANSCRIPT = "Y" OR WS-WANT-TRANSCRIPT = "y"
