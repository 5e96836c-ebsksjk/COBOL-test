000110*   FEEDS THE CATALOG.  AN INCOMING OFFERING THAT ALREADY EXISTS
000120*   REPLACES THE PRIOR ENTRY, SO THE SAME INPUT CAN BE RERUN
000130*   SAFELY.  OFFERINGS NAMING A COURSE NOT ON THE CATALOG, OR
000136*   CARRYING A BAD TIME RANGE, ARE REJECTED, AS IS ONE FOR A
000138*   SECTION ALREADY CANCELLED.  SO IS ONE NAMING A ROOM NOT ON
000140*   THE ROOM MASTER (ROOMLOAD) OR A CAPACITY OVER THE ROOM'S
000142*   SEATS, AND ONE THAT MEETS AT THE SAME TIME ON A SHARED DAY
000144*   AS ANOTHER OPEN SECTION OF THE TERM IN THE SAME ROOM OR
000146*   WITH THE SAME INSTRUCTOR.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY.
000170*   2026-09-02  RO   ORIGINAL PROGRAM.
000180*   2026-09-02  RO   CARRY THE INSTRUCTOR OF RECORD, PROVED
000190*                    ACTIVE ON THE INSTRUCTOR MASTER (INSLOAD).
000200*   2026-09-02  RO   CARRY THE SECTION'S CAMPUS.
000203*   2026-10-15  RO   A SECTION CANCELLED FOR LOW ENROLLMENT
000205*                    (SECTCNCL) IS NOT REOPENED BY A RELOAD.
000207*   2026-10-15  RO   ROOM MASTER CHECKS (ROOM ON FILE, CAPACITY
000209*                    WITHIN ITS SEATS) AND ROOM AND INSTRUCTOR
000211*                    DOUBLE-BOOKING CHECKS AGAINST A TABLE OF
000213*                    THE OPEN OFFERINGS.
000215******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    OFFRLOAD.
000240 AUTHOR.        R. OKONKWO.
000470         RECORD KEY IS IN-INSTRUCTOR-ID
000480         FILE STATUS IS WS-INS-STATUS.

000481     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS RM-ROOM-CODE
000485         FILE STATUS IS WS-ROOM-STATUS.

000490     SELECT LOAD-RPT ASSIGN TO "OFFLDRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000530 FILE SECTION.
000540 FD  OFFERING-IN.
000550 01  OI-OFFERING-IN.
000558     05  OI-OFFER-KEY.
000566         10  OI-COURSE-CODE   PIC X(06).
000574         10  OI-TERM-CODE     PIC X(05).
000582         10  OI-SECTION       PIC X(02).
000590     05  OI-MEET-DAYS         PIC X(07).
000593     05  OI-MEET-DAY-FLAGS REDEFINES OI-MEET-DAYS.
000596         10  OI-MEET-DAY      PIC X(01) OCCURS 7 TIMES.
000600     05  OI-START-TIME        PIC 9(04).
000610     05  OI-END-TIME          PIC 9(04).
000620     05  OI-ROOM              PIC X(06).
000700 FD  INSTRUCTOR-MASTER.
000710     COPY "instrec.cpy".

000713 FD  ROOM-MASTER.
000716     COPY "roomrec.cpy".

000720 FD  LOAD-RPT.
000730 01  LR-REPORT-LINE           PIC X(80).

000760 01  WS-SWITCHES.
000770     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000780         88  WS-EOF           VALUE "Y".
000781     05  WS-OFF-EOF-SWITCH    PIC X(01) VALUE "N".
000782         88  WS-OFF-EOF       VALUE "Y".
000783     05  WS-ROOM-SWITCH       PIC X(01) VALUE "N".
000784         88  WS-ROOM-USABLE   VALUE "Y".
000785     05  WS-BOOK-FULL-SWITCH  PIC X(01) VALUE "N".
000786         88  WS-BOOK-FULL     VALUE "Y".
000787     05  WS-DAY-CLASH-SWITCH  PIC X(01) VALUE "N".
000788         88  WS-DAY-CLASH     VALUE "Y".

000790 01  WS-FILE-STATUSES.
000800     05  WS-IN-STATUS         PIC X(02) VALUE "00".
000810     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
000820     05  WS-CRS-STATUS        PIC X(02) VALUE "00".
000830     05  WS-INS-STATUS        PIC X(02) VALUE "00".
000835     05  WS-ROOM-STATUS       PIC X(02) VALUE "00".
000840     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000850 01  WS-COUNTERS COMP.
000930     05  WS-REPLACED-ED       PIC ZZZZ9.
000940     05  WS-REJECTED-ED       PIC ZZZZ9.

000941 01  WS-REJECT-TEXT           PIC X(30).

000942*    EVERY OPEN OFFERING ON FILE, TABLED ONCE AT THE START AND
000943*    KEPT CURRENT AS OFFERINGS ARE ADDED OR REPLACED, SO THE
000944*    ROOM AND INSTRUCTOR DOUBLE-BOOKING CHECKS NEVER RE-READ THE
000945*    FILE.  A CANCELLED SECTION HOLDS NO ROOM AND NO INSTRUCTOR.
000946 01  WS-BOOK-TABLE.
000947     05  WS-BOOK-COUNT        PIC 9(04) COMP VALUE ZERO.
000948     05  WS-BOOK-ENTRY OCCURS 2000 TIMES.
000949         10  WS-BK-KEY.
000950             15  WS-BK-COURSE PIC X(06).
000951             15  WS-BK-TERM   PIC X(05).
000952             15  WS-BK-SECTION
000953                              PIC X(02).
000954         10  WS-BK-DAY        PIC X(01) OCCURS 7 TIMES.
000955         10  WS-BK-START      PIC 9(04).
000956         10  WS-BK-END        PIC 9(04).
000957         10  WS-BK-ROOM       PIC X(06).
000958         10  WS-BK-INSTRUCTOR PIC X(05).
000959 77  WS-BOOK-SUB              PIC 9(04) COMP.
000960 77  WS-BOOK-SLOT             PIC 9(04) COMP.
000961 77  WS-DAY-SUB               PIC 9(01) COMP.

000962 01  WS-REPORT-LINE           PIC X(80).

000970 PROCEDURE DIVISION.

001290     MOVE "COURSE OFFERING LOAD REPORT" TO WS-REPORT-LINE.
001300     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001310     MOVE "COURSE  TERM   SEC  ACTION" TO WS-REPORT-LINE.
001311     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001312*    WITHOUT A ROOM MASTER THE ROOM AND CAPACITY CHECKS ARE
001313*    SKIPPED; THE DOUBLE-BOOKING CHECKS STILL RUN.
001314     OPEN INPUT ROOM-MASTER.
001315     IF WS-ROOM-STATUS = "00"
001316         SET WS-ROOM-USABLE TO TRUE
001317     ELSE
001318         MOVE "  (NO ROOM MASTER - ROOM/CAPACITY CHECKS SKIPPED)"
001319             TO WS-REPORT-LINE
001320         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
001321     END-IF.

001322     PERFORM 1100-TABLE-ONE-OFFERING
001323         THRU 1100-TABLE-ONE-OFFERING-EXIT
001324         UNTIL WS-OFF-EOF.
001325     IF WS-BOOK-FULL
001326         MOVE "  *** OFFERING TABLE FULL - BOOKING CHECK PARTIAL"
001327             TO WS-REPORT-LINE
001328         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
001329     END-IF.

001330     PERFORM 2100-READ-OFFERING THRU 2100-READ-OFFERING-EXIT.
001340 1000-INITIALIZE-EXIT.
001341     EXIT.

001342******************************************************************
001343* 1100-TABLE-ONE-OFFERING - KEEP ONE OPEN OFFERING ON FILE FOR
001344*                           THE DOUBLE-BOOKING CHECKS.
001345******************************************************************
001346 1100-TABLE-ONE-OFFERING.
001347     READ OFFERING-FILE NEXT RECORD
001348         AT END
001349             SET WS-OFF-EOF TO TRUE
001350             GO TO 1100-TABLE-ONE-OFFERING-EXIT
001351     END-READ.
001352     IF WS-OFF-STATUS NOT = "00"
001353         SET WS-OFF-EOF TO TRUE
001354         GO TO 1100-TABLE-ONE-OFFERING-EXIT
001355     END-IF.
001356     IF OF-CANCELLED
001357         GO TO 1100-TABLE-ONE-OFFERING-EXIT
001358     END-IF.
001359     IF WS-BOOK-COUNT >= 2000
001360         SET WS-BOOK-FULL TO TRUE
001361         GO TO 1100-TABLE-ONE-OFFERING-EXIT
001362     END-IF.
001363     ADD 1 TO WS-BOOK-COUNT.
001364     MOVE WS-BOOK-COUNT TO WS-BOOK-SLOT.
001365     PERFORM 2300-BOOK-OFFERING THRU 2300-BOOK-OFFERING-EXIT.
001366 1100-TABLE-ONE-OFFERING-EXIT.
001367     EXIT.

001368******************************************************************
001370* 2000-PROCESS-OFFERING - APPLY ONE OFFERING TO THE FILE.
001380******************************************************************
001390 2000-PROCESS-OFFERING.
001740                 AND (WS-INS-STATUS NOT = "00" OR NOT IN-ACTIVE)
001750             MOVE "INSTRUCTOR NOT ACTIVE" TO WS-REJECT-TEXT
001760         END-IF
001761     END-IF.

001762*    A CANCELLED SECTION STAYS CANCELLED - RERUNNING THE
001763*    DEPARTMENT LIST MUST NOT REOPEN IT.
001764     IF WS-REJECT-TEXT = SPACES
001765         MOVE OI-COURSE-CODE TO OF-COURSE-CODE
001766         MOVE OI-TERM-CODE TO OF-TERM-CODE
001767         MOVE OI-SECTION TO OF-SECTION
001768         READ OFFERING-FILE
001769             INVALID KEY
001770                 CONTINUE
001771         END-READ
001772         IF WS-OFF-STATUS = "00" AND OF-CANCELLED
001773             MOVE "SECTION CANCELLED" TO WS-REJECT-TEXT
001774         END-IF
001775     END-IF.

001776*    A BLANK ROOM MEANS NOT YET ASSIGNED - ALLOWED.  A NAMED ONE
001777*    MUST BE ON THE ROOM MASTER AND SEAT THE SECTION'S CAPACITY.
001778     IF WS-REJECT-TEXT = SPACES AND OI-ROOM NOT = SPACES
001779             AND WS-ROOM-USABLE
001780         MOVE OI-ROOM TO RM-ROOM-CODE
001781         READ ROOM-MASTER
001782             INVALID KEY
001783                 MOVE "ROOM NOT ON MASTER" TO WS-REJECT-TEXT
001784         END-READ
001785         IF WS-REJECT-TEXT = SPACES AND WS-ROOM-STATUS NOT = "00"
001786             MOVE "ROOM NOT ON MASTER" TO WS-REJECT-TEXT
001787         END-IF
001788         IF WS-REJECT-TEXT = SPACES
001789                 AND OI-MAX-ENROLLMENT IS NUMERIC
001790                 AND OI-MAX-ENROLLMENT > RM-SEATS
001791             MOVE "CAPACITY OVER ROOM SEATS" TO WS-REJECT-TEXT
001792         END-IF
001793     END-IF.

001794     MOVE ZERO TO WS-BOOK-SLOT.
001795     IF WS-REJECT-TEXT = SPACES AND WS-BOOK-COUNT > ZERO
001796         PERFORM 2200-CHECK-ONE-BOOKING
001797             THRU 2200-CHECK-ONE-BOOKING-EXIT
001798             VARYING WS-BOOK-SUB FROM 1 BY 1
001799             UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
001800                 OR WS-REJECT-TEXT NOT = SPACES
001801     END-IF.

001802 2000-WRITE-OUTCOME.
001803     MOVE SPACES TO WS-REPORT-LINE.
001804     IF WS-REJECT-TEXT NOT = SPACES
001810         ADD 1 TO WS-RECORDS-REJECTED
001820         STRING OI-COURSE-CODE   DELIMITED BY SIZE
001830                "  "             DELIMITED BY SIZE
002040     END-IF.
002050     MOVE OI-INSTRUCTOR-ID TO OF-INSTRUCTOR-ID.
002060     MOVE OI-CAMPUS TO OF-CAMPUS.
002063     SET OF-OFFER-OPEN TO TRUE.
002066     MOVE ZERO TO OF-CANCEL-DATE.
002070     WRITE OF-OFFERING-RECORD
002080         INVALID KEY
002090             REWRITE OF-OFFERING-RECORD
002270     END-WRITE.
002280     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

002281*    A REPLACED OFFERING TAKES OVER ITS OWN TABLE ENTRY; A NEW ONE
002282*    IS ADDED SO LATER INPUT IS CHECKED AGAINST IT.
002283     IF WS-BOOK-SLOT = ZERO AND WS-BOOK-COUNT < 2000
002284         ADD 1 TO WS-BOOK-COUNT
002285         MOVE WS-BOOK-COUNT TO WS-BOOK-SLOT
002286     END-IF.
002287     IF WS-BOOK-SLOT > ZERO
002288         PERFORM 2300-BOOK-OFFERING THRU 2300-BOOK-OFFERING-EXIT
002289     END-IF.

002290 2000-NEXT-OFFERING.
002300     PERFORM 2100-READ-OFFERING THRU 2100-READ-OFFERING-EXIT.
002310 2000-PROCESS-OFFERING-EXIT.
002360 2100-READ-OFFERING.
002370     READ OFFERING-IN
002380         AT END
002381             SET WS-EOF TO TRUE
002382     END-READ.
002383 2100-READ-OFFERING-EXIT.
002384     EXIT.

002385******************************************************************
002386* 2200-CHECK-ONE-BOOKING - COMPARE THE INCOMING OFFERING WITH ONE
002387*                          TABLED OFFERING OF THE SAME TERM.  ITS
002388*                          OWN ENTRY IS REMEMBERED, NOT COMPARED.
002389******************************************************************
002390 2200-CHECK-ONE-BOOKING.
002391     IF WS-BK-KEY (WS-BOOK-SUB) = OI-OFFER-KEY
002392         MOVE WS-BOOK-SUB TO WS-BOOK-SLOT
002393         GO TO 2200-CHECK-ONE-BOOKING-EXIT
002394     END-IF.
002395     IF WS-BK-TERM (WS-BOOK-SUB) NOT = OI-TERM-CODE
002396         GO TO 2200-CHECK-ONE-BOOKING-EXIT
002397     END-IF.

002398*    TWO MEETINGS COLLIDE WHEN THE TIME RANGES OVERLAP AND ANY
002399*    MEETING DAY IS FLAGGED IN BOTH PATTERNS.
002400     IF OI-START-TIME >= WS-BK-END (WS-BOOK-SUB)
002401             OR WS-BK-START (WS-BOOK-SUB) >= OI-END-TIME
002402         GO TO 2200-CHECK-ONE-BOOKING-EXIT
002403     END-IF.
002404     MOVE "N" TO WS-DAY-CLASH-SWITCH.
002405     PERFORM 2210-MATCH-ONE-DAY THRU 2210-MATCH-ONE-DAY-EXIT
002406         VARYING WS-DAY-SUB FROM 1 BY 1
002407         UNTIL WS-DAY-SUB > 7.
002408     IF NOT WS-DAY-CLASH
002409         GO TO 2200-CHECK-ONE-BOOKING-EXIT
002410     END-IF.

002411     IF OI-ROOM NOT = SPACES
002412             AND WS-BK-ROOM (WS-BOOK-SUB) = OI-ROOM
002413         STRING "ROOM BOOKED - "              DELIMITED BY SIZE
002414                WS-BK-COURSE (WS-BOOK-SUB)    DELIMITED BY SIZE
002415                "-"                           DELIMITED BY SIZE
002416                WS-BK-SECTION (WS-BOOK-SUB)   DELIMITED BY SIZE
002417             INTO WS-REJECT-TEXT
002418         GO TO 2200-CHECK-ONE-BOOKING-EXIT
002419     END-IF.
002420     IF OI-INSTRUCTOR-ID NOT = SPACES
002421             AND WS-BK-INSTRUCTOR (WS-BOOK-SUB) = OI-INSTRUCTOR-ID
002422         STRING "INSTRUCTOR BOOKED - "        DELIMITED BY SIZE
002423                WS-BK-COURSE (WS-BOOK-SUB)    DELIMITED BY SIZE
002424                "-"                           DELIMITED BY SIZE
002425                WS-BK-SECTION (WS-BOOK-SUB)   DELIMITED BY SIZE
002426             INTO WS-REJECT-TEXT
002427     END-IF.
002428 2200-CHECK-ONE-BOOKING-EXIT.
002429     EXIT.

002430******************************************************************
002431* 2210-MATCH-ONE-DAY - ONE DAY FLAG OF THE TWO PATTERNS.
002432******************************************************************
002433 2210-MATCH-ONE-DAY.
002434     IF OI-MEET-DAY (WS-DAY-SUB) = "Y"
002435             AND WS-BK-DAY (WS-BOOK-SUB, WS-DAY-SUB) = "Y"
002436         SET WS-DAY-CLASH TO TRUE
002437     END-IF.
002438 2210-MATCH-ONE-DAY-EXIT.
002439     EXIT.

002440******************************************************************
002441* 2300-BOOK-OFFERING - CARRY THE OFFERING RECORD INTO TABLE ENTRY
002442*                      WS-BOOK-SLOT.
002443******************************************************************
002444 2300-BOOK-OFFERING.
002445     MOVE OF-OFFER-KEY TO WS-BK-KEY (WS-BOOK-SLOT).
002446     PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
002447         MOVE OF-MEET-DAYS (WS-DAY-SUB:1)
002448             TO WS-BK-DAY (WS-BOOK-SLOT, WS-DAY-SUB)
002449     END-PERFORM.
002450     MOVE OF-START-TIME TO WS-BK-START (WS-BOOK-SLOT).
002451     MOVE OF-END-TIME TO WS-BK-END (WS-BOOK-SLOT).
002452     MOVE OF-ROOM TO WS-BK-ROOM (WS-BOOK-SLOT).
002453     MOVE OF-INSTRUCTOR-ID TO WS-BK-INSTRUCTOR (WS-BOOK-SLOT).
002454 2300-BOOK-OFFERING-EXIT.
002455     EXIT.

002456******************************************************************
002457* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
002458******************************************************************
002459 3000-FINISH.
002470     MOVE WS-RECORDS-READ TO WS-READ-ED.
002480     MOVE WS-RECORDS-ADDED TO WS-ADDED-ED.
002490     MOVE WS-RECORDS-REPLACED TO WS-REPLACED-ED.
002630     CLOSE OFFERING-FILE.
002640     CLOSE COURSE-MASTER.
002650     CLOSE INSTRUCTOR-MASTER.
002652     IF WS-ROOM-USABLE
002654         CLOSE ROOM-MASTER
002656     END-IF.
002660     CLOSE LOAD-RPT.

002670     IF WS-RECORDS-REJECTED > ZERO
