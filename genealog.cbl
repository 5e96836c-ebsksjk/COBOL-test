                   88 WS-EOF VALUE "Y".
               01 WS-DONE-SWITCH PIC X(1) VALUE "N".
                   88 WS-DONE VALUE "Y".
               01 WS-LOOKUP-ID PIC 9(8).
      *    THE WHOLE ID-CHANGE AUDIT TRAIL, TABLED ONCE PER
      *    INQUIRY SO THE CHAIN CAN BE WALKED IN BOTH DIRECTIONS.
               01 WS-LINK-TABLE.
                   05 WS-LINK OCCURS 500 TIMES.
                       10 WS-LN-OLD-ID PIC 9(8).
                       10 WS-LN-NEW-ID PIC 9(8).
                       10 WS-LN-DATE PIC 9(8).
                       10 WS-LN-TIME PIC 9(8).
               01 WS-LINK-USED PIC 9(3) VALUE ZERO.
               01 WS-LINK-SUB PIC 9(3).
               01 WS-CURRENT-ID PIC 9(8).
               01 WS-HOP-COUNT PIC 9(2).
               01 WS-FOUND-SWITCH PIC X(1).
                   88 WS-FOUND VALUE "Y".
               01 WS-GRADES-SWITCH PIC X(1).
                   88 WS-HAS-GRADES VALUE "Y".
               copy "accsarea.cpy".

      *    GENEALOG WALKS THE ID-CHANGE AUDIT TRAIL IN BOTH
      *    DIRECTIONS FROM ANY ID THE STUDENT HAS EVER HELD AND
      *    PRINTS THE FULL GENEALOGY WITH THE DATE AND TIME OF
      *    EACH CHANGE.  AN OLD ID THAT STILL OWNS ENTRIES ON THE
      *    GRADE MASTER IS FLAGGED AS A BROKEN CHAIN - THOSE
      *    GRADES NEVER FOLLOWED THE STUDENT TO THE NEW ID.  EVERY
      *    ID TRACED IS LOGGED TO THE RECORD-ACCESS LOG (ACCSLOGW).
           PROCEDURE DIVISION.
               PERFORM LOAD-AUDIT-TRAIL.
               PERFORM TRACE-ONE-ID THRU TRACE-ONE-ID-DONE
                   SET WS-DONE TO TRUE
                   GO TO TRACE-ONE-ID-DONE
               END-IF.
               MOVE "GENEALOG" TO VA-PROGRAM-NAME.
               MOVE WS-LOOKUP-ID TO VA-STUDENT-ID.
               SET VA-VIEWED TO TRUE.
               CALL "ACCSLOGW" USING VA-ACCESS-AREA.

      *    WALK BACKWARD TO THE EARLIEST ID THE STUDENT HELD.
               MOVE WS-LOOKUP-ID TO WS-CURRENT-ID.
