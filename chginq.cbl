               copy "chghist.cpy".
               working-storage section.
               01 WS-CHG-STATUS PIC X(2).
               01 WS-LOOKUP-ID PIC 9(8).
               01 WS-LOOKUP-DONE-SWITCH PIC X(1) VALUE "N".
                   88 WS-LOOKUP-DONE VALUE "Y".
               01 WS-EOF-SWITCH PIC X(1).
                   88 WS-EOF VALUE "Y".
               01 WS-MATCH-COUNT PIC 9(3).
               copy "accsarea.cpy".

      *    CHGINQ REPLAYS ONE STUDENT'S MASTER-FILE CHANGES IN THE
      *    ORDER THEY WERE MADE - EVERY BEFORE AND AFTER IMAGE THE
      *    UPDATE PATHS WROTE TO THE CHANGE-HISTORY FILE, WITH THE
      *    PROGRAM AND OPERATOR THAT MADE EACH CHANGE.  A STUDENT
      *    WITH CHANGES ON FILE IS LOGGED TO THE RECORD-ACCESS LOG
      *    THROUGH ACCSLOGW.
           PROCEDURE DIVISION.
               PERFORM REPLAY-ONE-STUDENT
                   THRU REPLAY-ONE-STUDENT-DONE
               CLOSE CHANGE-HISTORY.
               IF WS-MATCH-COUNT = ZERO
                   DISPLAY "NO CHANGES ON FILE FOR: ", WS-LOOKUP-ID
                   GO TO REPLAY-ONE-STUDENT-DONE
               END-IF.
               MOVE "CHGINQ" TO VA-PROGRAM-NAME.
               MOVE WS-LOOKUP-ID TO VA-STUDENT-ID.
               SET VA-VIEWED TO TRUE.
               CALL "ACCSLOGW" USING VA-ACCESS-AREA.
           REPLAY-ONE-STUDENT-DONE.
               EXIT.

