000270*                    INCOMPL TRACKING RECORD (SAME TWO-MONTH
000280*                    DAY-28 LAPSE RULE AS THE POSTING PATH),
000290*                    SO IT NEVER ESCAPES INCLAPSE.
000293*   2026-10-15  RO   A REPLACEMENT GRADE IS VALID WHEN THE GRADE
000296*                    SCALE (GRDVALUE) KNOWS IT, NOT A LOCAL LIST.
000297*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS; HEADING
000299*                    MOVED TO MATCH.
000301*   2026-10-15  RO   A CORRECTION TO A PASS/FAIL-ELECTED COURSE
000303*                    POSTS P OR NP (PFGRADE) AND THE ELECTION
000305*                    KEEPS THE LETTER GIVEN.
000307******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GRADCORR.
000330 AUTHOR.        R. OKONKWO.
001000     COPY "operscop.cpy".
001010 01  WS-OLD-TERM              PIC X(05).

001020*    A REPLACEMENT GRADE MUST BE ON THE GRADE SCALE IN FORCE
001025*    TODAY (GRDVALUE).  TRANSFER CREDIT AND MIDTERM MARKS ARE
001030*    ON THE SCALE BUT ARE NEVER CORRECTED TO.
001035 01  WS-GRADE-CHECK-SWITCH    PIC X(01).
001040     88  WS-GRADE-CHECK-VALID VALUE "Y".
001045     COPY "grdval.cpy".

001046*    PASS/FAIL CONVERSION OF THE REPLACEMENT GRADE (PFGRADE).
001047     COPY "pfgrade.cpy".

001050 01  WS-TODAY                 PIC 9(08).

001370     OPEN OUTPUT CORRECTION-RPT.
001380     MOVE "GRADE CORRECTION REPORT" TO WS-REPORT-LINE.
001390     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
001400     MOVE "STUDENT      COURSE  OLD  NEW  BY     OUTCOME"
001410         TO WS-REPORT-LINE.
001420     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

001690 2000-APPLY-CORRECTION.
001700     ADD 1 TO WS-CORRECTIONS-READ.

001710     PERFORM 2050-CHECK-NEW-GRADE THRU 2050-CHECK-NEW-GRADE-EXIT.
001720     IF NOT WS-GRADE-CHECK-VALID
001730         ADD 1 TO WS-CORRECTIONS-BAD
001740         MOVE "??" TO WS-OLD-GRADE
002210 2000-NEXT-CORRECTION.
002220     PERFORM 2100-READ-CORRECTION THRU 2100-READ-CORRECTION-EXIT.
002230 2000-APPLY-CORRECTION-EXIT.
002231     EXIT.

002232******************************************************************
002233* 2050-CHECK-NEW-GRADE - IS THE REPLACEMENT A CORRECTABLE GRADE.
002234******************************************************************
002235 2050-CHECK-NEW-GRADE.
002236     MOVE "N" TO WS-GRADE-CHECK-SWITCH.
002237     MOVE GC-NEW-GRADE TO GV-GRADE.
002238     MOVE SPACES TO GV-TERM-CODE.
002239     CALL "GRDVALUE" USING GV-VALUE-AREA.
002240     IF GV-GRADE-FOUND
002241             AND GC-NEW-GRADE NOT = "TR"
002242             AND GC-NEW-GRADE NOT = "MD"
002243         SET WS-GRADE-CHECK-VALID TO TRUE
002244     END-IF.
002245 2050-CHECK-NEW-GRADE-EXIT.
002246     EXIT.

002247******************************************************************
002260* 2100-READ-CORRECTION - GET THE NEXT CORRECTION TRANSACTION.
002270******************************************************************
002280 2100-READ-CORRECTION.
002910     MOVE GC-STUDENT-ID TO GR-STUDENT-ID.
002920     MOVE GC-COURSE-CODE TO GR-COURSE-CODE.
002930     MOVE WS-NEXT-FREE-SEQ TO GR-ENTRY-SEQ.
002932*    UNDER AN ACTIVE PASS/FAIL ELECTION THE LETTER GIVEN POSTS
002934*    AS P OR NP AND IS KEPT ON THE ELECTION.
002936     SET PQ-CONVERT TO TRUE.
002938     MOVE GC-STUDENT-ID TO PQ-STUDENT-ID.
002940     MOVE GC-COURSE-CODE TO PQ-COURSE-CODE.
002942     MOVE WS-OLD-TERM TO PQ-TERM-CODE.
002944     MOVE GC-NEW-GRADE TO PQ-LETTER-GRADE.
002946     CALL "PFGRADE" USING PQ-CONVERT-AREA.
002948     MOVE PQ-POSTED-GRADE TO GR-GRADE.
002950     MOVE WS-TODAY TO GR-POST-DATE.
002960     SET GR-CURRENT TO TRUE.
002970*    THE REPLACEMENT STAYS IN THE TERM THE ORIGINAL WAS
003000     MOVE WS-OLD-TERM TO GR-TERM-CODE.
003010     MOVE GC-OPERATOR TO GR-POSTED-BY.
003020     WRITE GR-GRADE-RECORD.
003022     IF WS-GRADE-STATUS = "00" AND PQ-ELECTED
003024         SET PQ-RECORD TO TRUE
003026         CALL "PFGRADE" USING PQ-CONVERT-AREA
003028     END-IF.

003030*    AN INCOMPLETE CREATED BY CORRECTION MUST BE TRACKED LIKE
003040*    ONE CREATED BY POSTING, OR IT ESCAPES THE LAPSE STEP.
003500******************************************************************
003510 2400-REPORT-OUTCOME.
003520     MOVE SPACES TO WS-REPORT-LINE.
003540     IF NOT WS-GRADE-CHECK-VALID
003550         STRING GC-STUDENT-ID   DELIMITED BY SIZE
003560                "     "         DELIMITED BY SIZE
003870                    "   "           DELIMITED BY SIZE
003880                    GC-OPERATOR     DELIMITED BY SIZE
003890                    "  CORRECTED"   DELIMITED BY SIZE
003891                 INTO WS-REPORT-LINE
003892             IF PQ-ELECTED
003893                 STRING GC-STUDENT-ID   DELIMITED BY SIZE
003894                        "     "         DELIMITED BY SIZE
003895                        GC-COURSE-CODE  DELIMITED BY SIZE
003896                        "  "            DELIMITED BY SIZE
003897                        WS-OLD-GRADE    DELIMITED BY SIZE
003898                        "   "           DELIMITED BY SIZE
003899                        GC-NEW-GRADE    DELIMITED BY SIZE
003900                        "   "           DELIMITED BY SIZE
003901                        GC-OPERATOR     DELIMITED BY SIZE
003902                        "  CORRECTED - PASS/FAIL "
003903                                        DELIMITED BY SIZE
003904                        PQ-POSTED-GRADE DELIMITED BY SIZE
003905                     INTO WS-REPORT-LINE
003906             END-IF
003907         END-IF
003920     END-IF.
003930     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
003940 2400-REPORT-OUTCOME-EXIT.
