               01 WS-LOCK-STATUS PIC X(2).
               01 WS-MASTER-LOCKED-SWITCH PIC X(1).
                   88 WS-MASTER-LOCKED VALUE "Y".
               01 WS-OLD-IMAGE PIC X(36).
               01 WS-NEW-IMAGE PIC X(36).
               01 WS-CURRENT-USERNAME PIC X(5) VALUE SPACES.
               01 WS-STUDENT-ID PIC 9(8) VALUE 1001.
               01 WS-STUDENT-NAME PIC A(15) VALUE 'HERBI'.
               01 WS-DATE-OF-BIRTH PIC 9(8) VALUE 20000101.
               01 WS-MAJOR-CODE PIC X(4) VALUE SPACES.
                   88 WS-CALL-NOTFOUND  VALUE "NF".
                   88 WS-CALL-DUPLICATE VALUE "DU".
                   88 WS-CALL-INVALID   VALUE "IV".
               01 WS-REQUESTED-NEW-ID PIC 9(8) VALUE ZERO.
               01 WS-UP1-FUNCTION PIC X(1) VALUE "U".
               01 WS-FILE-STATUS PIC X(2).
               01 WS-COURSE-CODE PIC X(6) VALUE "MATH01".
               01 WS-ID-VALID-SWITCH PIC X(1) VALUE "Y".
                   88 WS-ID-VALID VALUE "Y".
               01 WS-ID-EDIT-FIELDS.
                   05 WS-ID-BASE PIC 9(7).
                   05 WS-ID-CHECK-DIGIT PIC 9(1).
                   05 WS-ID-DIGIT PIC 9(1).
                   05 WS-ID-DIGIT-QUOT PIC 9(7).
                   05 WS-ID-DIGIT-SUM PIC 9(2).
                   05 WS-ID-EXPECTED-CHECK PIC 9(1).
                   05 WS-ID-SUM-QUOTIENT PIC 9(1).
           STOP RUN.

      *    VALIDATE-STUDENT-ID CHECKS WS-STUDENT-ID AGAINST THE VALID
      *    RANGE (1000-99999999) AND A CHECK DIGIT DERIVED FROM THE
      *    DIGIT SUM OF EVERY DIGIT BEFORE IT, SETTING
      *    WS-ID-VALID-SWITCH TO "N" ON FAILURE.  A FOUR-DIGIT ID
      *    ISSUED BEFORE THE ID WAS WIDENED PASSES UNCHANGED.
           VALIDATE-STUDENT-ID.
               MOVE "Y" TO WS-ID-VALID-SWITCH.

               ELSE
                   DIVIDE WS-STUDENT-ID BY 10 GIVING WS-ID-BASE
                       REMAINDER WS-ID-CHECK-DIGIT
                   MOVE ZERO TO WS-ID-DIGIT-SUM
                   PERFORM ADD-ONE-ID-DIGIT
                       UNTIL WS-ID-BASE = ZERO
                   DIVIDE WS-ID-DIGIT-SUM BY 10
                       GIVING WS-ID-SUM-QUOTIENT
                       REMAINDER WS-ID-EXPECTED-CHECK
                   END-IF
               END-IF.

      *    ADD-ONE-ID-DIGIT PEELS THE LOW DIGIT OFF WS-ID-BASE INTO THE
      *    RUNNING DIGIT SUM.
           ADD-ONE-ID-DIGIT.
               DIVIDE WS-ID-BASE BY 10 GIVING WS-ID-DIGIT-QUOT
                   REMAINDER WS-ID-DIGIT.
               ADD WS-ID-DIGIT TO WS-ID-DIGIT-SUM.
               MOVE WS-ID-DIGIT-QUOT TO WS-ID-BASE.

      *    RECORD-OPERATOR-ACTIVITY READS THE USERNAME LOGIN LEFT BEHIND
      *    AS THE CURRENT OPERATOR AND APPENDS AN ENTRY TO THE SHARED
      *    OPERATOR ACTIVITY LOG FOR THIS RUN OF STUDMAIN.
               MOVE WS-OLD-IMAGE TO CH-OLD-IMAGE.
               MOVE WS-NEW-IMAGE TO CH-NEW-IMAGE.
               SET AC-FILE-CHGHIST TO TRUE.
               MOVE CH-CHANGE-RECORD (1:109) TO AC-RECORD-BODY.
               MOVE 109 TO AC-BODY-LENGTH.
               CALL "AUDCHAIN" USING AC-CHAIN-AREA.
               MOVE AC-RUN-SEQ TO CH-RUN-SEQ.
               MOVE AC-CHAIN-CHECK TO CH-CHAIN-CHECK.
