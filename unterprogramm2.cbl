               01 WS-SCAN-SEQ PIC 9(2).
               01 WS-NEXT-FREE-SEQ PIC 9(2).
               01 WS-MIDTERM-SEQ PIC 9(2).
      *    A GRADE IS POSTABLE WHEN THE GRADE SCALE IN FORCE FOR THE
      *    TERM KNOWS IT (GRDVALUE).  TRANSFER CREDIT ("TR") IS ON
      *    THE SCALE BUT ONLY EVER ARRIVES THROUGH XFERLOAD.
               01 WS-GRADE-VALID-SWITCH PIC X(1).
                   88 WS-GRADE-VALID VALUE "Y".
               copy "grdval.cpy".
      *    A STUDENT WHO ELECTED PASS/FAIL IN THE COURSE FOR THE TERM
      *    HAS THE LETTER POSTED AS P OR NP (PFGRADE), THE LETTER
      *    ITSELF KEPT ON THE ELECTION.
               copy "pfgrade.cpy".
               linkage section.
               01 LS-STUDENT-ID PIC 9(8).
               01 LS-COURSE-CODE PIC X(6).
               01 LS-GRADE PIC X(2).
               01 LS-GRADE-STATUS-CODE PIC X(2).
                   88 LS-GRADE-POSTED  VALUE "OK".
                   88 LS-GRADE-INVALID VALUE "IV".
                       LS-GRADE, LS-GRADE-STATUS-CODE, LS-TERM-CODE.
               DISPLAY "UNTERPROGRAMM2".

               PERFORM CHECK-GRADE-ON-SCALE.
               IF LS-STUDENT-ID IS EQUAL TO ZERO OR NOT WS-GRADE-VALID
                   SET LS-GRADE-INVALID TO TRUE
               ELSE
                   PERFORM CHECK-COURSE-EXISTS
               END-IF.
           exit program.

      *    CHECK-GRADE-ON-SCALE ASKS THE GRADE-SCALE SERVICE WHETHER
      *    THE LETTER IS A GRADE FOR THE POSTING TERM.
           CHECK-GRADE-ON-SCALE.
               MOVE "N" TO WS-GRADE-VALID-SWITCH.
               MOVE LS-GRADE TO GV-GRADE.
               MOVE LS-TERM-CODE TO GV-TERM-CODE.
               CALL "GRDVALUE" USING GV-VALUE-AREA.
               IF GV-GRADE-FOUND AND LS-GRADE NOT = "TR"
                   SET WS-GRADE-VALID TO TRUE
               END-IF.

      *    CHECK-COURSE-EXISTS READS THE COURSE CATALOG MASTER FOR THE
      *    COURSE CODE THE CALLER PASSED, SO A GRADE AGAINST A COURSE
      *    NOBODY HAS EVER DEFINED IS REJECTED INSTEAD OF QUIETLY
                   MOVE LS-STUDENT-ID TO GR-STUDENT-ID
                   MOVE LS-COURSE-CODE TO GR-COURSE-CODE
                   MOVE WS-NEXT-FREE-SEQ TO GR-ENTRY-SEQ
                   PERFORM CONVERT-PASS-FAIL
                   MOVE PQ-POSTED-GRADE TO GR-GRADE
                   CALL "BIZDATE" USING GR-POST-DATE
                   SET GR-CURRENT TO TRUE
                   MOVE WS-POSTING-OPERATOR TO GR-POSTED-BY
                   END-WRITE
                   IF WS-GRADE-STATUS = "00"
                       SET LS-GRADE-POSTED TO TRUE
                       IF PQ-ELECTED
                           SET PQ-RECORD TO TRUE
                           CALL "PFGRADE" USING PQ-CONVERT-AREA
                       END-IF
                   ELSE
                       SET LS-GRADE-DUPLICATE TO TRUE
                   END-IF
                   PERFORM RECORD-INCOMPLETE
               END-IF.

      *    CONVERT-PASS-FAIL ASKS THE PASS/FAIL SERVICE WHAT TO WRITE
      *    FOR THE LETTER - P OR NP UNDER AN ACTIVE ELECTION, ELSE
      *    THE LETTER ITSELF.
           CONVERT-PASS-FAIL.
               SET PQ-CONVERT TO TRUE.
               MOVE LS-STUDENT-ID TO PQ-STUDENT-ID.
               MOVE LS-COURSE-CODE TO PQ-COURSE-CODE.
               MOVE LS-TERM-CODE TO PQ-TERM-CODE.
               MOVE LS-GRADE TO PQ-LETTER-GRADE.
               CALL "PFGRADE" USING PQ-CONVERT-AREA.

      *    SCAN-PRIOR-POSTINGS WALKS THE ENTRY SEQUENCES ALREADY ON
      *    FILE FOR THIS STUDENT/COURSE, NOTING WHETHER ANY OF THEM
      *    IS STILL CURRENT AND WHERE THE FIRST FREE SEQUENCE IS.
