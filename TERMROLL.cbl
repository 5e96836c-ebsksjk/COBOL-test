000160*   (TERMRRPT) SHOWS THE TERM RECORD AND EVERY ROLLED OFFERING
000170*   WITH ITS CAPACITY SOURCE, AND ENDS WITH A SIGN-OFF LINE
000180*   FOR THE REGISTRAR.  A NEW TERM ALREADY ON FILE IS REFUSED
000182*   (RC 8) SO A RERUN CANNOT DOUBLE-ROLL.  A ROLLED OFFERING
000184*   NAMING A ROOM NOT ON THE ROOM MASTER, A CAPACITY OVER THE
000186*   ROOM'S SEATS, OR A MEETING THAT CLASHES WITH ANOTHER ROLLED
000188*   SECTION IN THE SAME ROOM OR WITH THE SAME INSTRUCTOR IS
000190*   STILL ROLLED BUT FLAGGED ON THE PROOF FOR THE DEPARTMENT TO
000192*   FIX (RC 4).
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-09-02  RO   ORIGINAL PROGRAM.
000222*   2026-10-15  RO   CAPFCST NOW CARRIES A SECTION AND A
000224*                    FORECAST TERM (DEMFCST); A SECTION
000226*                    MATCH WINS OVER A COURSE-WIDE ONE AND
000228*                    RECORDS FOR ANOTHER TERM ARE SKIPPED.
000230*   2026-10-15  RO   TERM CREDIT MAXIMUM AND PROBATION
000232*                    MAXIMUM TAKEN FROM THE PARM AND SHOWN
000233*                    ON THE PROOF REPORT.
000234*   2026-10-15  RO   OFFERING TABLE ENTRY WIDENED TO THE FULL
000235*                    RECORD (CAMPUS, CANCELLATION STATUS); A
000236*                    SECTION CANCELLED IN THE PRIOR TERM ROLLS
000237*                    FORWARD OPEN.
000238*   2026-10-15  RO   ROLLED OFFERINGS CHECKED AGAINST THE ROOM
000239*                    MASTER AND FOR ROOM AND INSTRUCTOR DOUBLE-
000240*                    BOOKING; EXCEPTIONS FLAGGED ON THE PROOF.
000241*   2026-10-15  RO   TERM PAYMENT DEADLINE TAKEN FROM THE PARM
000242*                    AND SHOWN ON THE PROOF REPORT.
000243******************************************************************
000244 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    TERMROLL.
000260 AUTHOR.        R. OKONKWO.
000270 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FCST-STATUS.

000481     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS RM-ROOM-CODE
000485         FILE STATUS IS WS-ROOM-STATUS.

000490     SELECT ROLL-RPT ASSIGN TO "TERMRRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000610     05  TP-GRADE-CLOSE-DATE  PIC 9(08).
000620     05  TP-MIDTERM-DATE      PIC 9(08).
000630     05  TP-CENSUS-DATE       PIC 9(08).
000633     05  TP-MAX-CREDITS       PIC 9(02).
000636     05  TP-PROBATION-MAX     PIC 9(02).
000638     05  TP-PAY-DEADLINE      PIC 9(08).

000640 FD  TERM-CONTROL.
000650     COPY "termrec.cpy".
000670     COPY "crsoffer.cpy".

000680 FD  CAP-FORECAST.
000690     COPY "capfcst.cpy".

000700 FD  ROOM-MASTER.
000710     COPY "roomrec.cpy".

000720 FD  ROLL-RPT.
000730 01  RL-REPORT-LINE           PIC X(80).
000780         88  WS-OFF-EOF       VALUE "Y".
000790     05  WS-FCST-EOF-SWITCH   PIC X(01) VALUE "N".
000800         88  WS-FCST-EOF      VALUE "Y".
000802     05  WS-ROOM-SWITCH       PIC X(01) VALUE "N".
000804         88  WS-ROOM-USABLE   VALUE "Y".
000806     05  WS-DAY-CLASH-SWITCH  PIC X(01) VALUE "N".
000808         88  WS-DAY-CLASH     VALUE "Y".

000810 01  WS-FILE-STATUSES.
000820     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000830     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
000840     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
000850     05  WS-FCST-STATUS       PIC X(02) VALUE "00".
000855     05  WS-ROOM-STATUS       PIC X(02) VALUE "00".
000860     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000870 01  WS-COUNTERS COMP.
000880     05  WS-OFFERS-ROLLED     PIC 9(05) VALUE ZERO.
000890     05  WS-FORECAST-APPLIED  PIC 9(05) VALUE ZERO.
000897     05  WS-FORECAST-SKIPPED  PIC 9(05) VALUE ZERO.
000900     05  WS-OFFERS-FLAGGED    PIC 9(05) VALUE ZERO.

000904*    THE CAPACITY FORECAST, TABLED ONCE.  THREE HUNDRED ENTRIES
000911*    MATCHES THE OFFERING TABLE, SINCE THE FORECAST NOW COMES
000918*    ONE RECORD PER SECTION; A BLANK SECTION IS COURSE-WIDE.
000925 01  WS-FCST-TABLE.
000932     05  WS-FCST-COUNT        PIC 9(03) COMP VALUE ZERO.
000939     05  WS-FCST-ENTRY OCCURS 300 TIMES.
000946         10  WS-FC-COURSE     PIC X(06).
000953         10  WS-FC-SECTION    PIC X(02).
000960         10  WS-FC-CAP        PIC 9(03).
000970 77  WS-FCST-SUB              PIC 9(03) COMP.
000980 77  WS-FCST-FOUND            PIC 9(03) COMP.
001000*    THE SCAN NEVER CHASES THE RECORDS IT IS ADDING.
001010 01  WS-ROLL-TABLE.
001020     05  WS-ROLL-COUNT        PIC 9(03) COMP VALUE ZERO.
001030     05  WS-ROLL-ENTRY OCCURS 300 TIMES PIC X(53).
001040 77  WS-ROLL-SUB              PIC 9(03) COMP.
001050 77  WS-ROLL-FULL-SWITCH      PIC X(01) VALUE "N".
001051     88  WS-ROLL-FULL         VALUE "Y".

001052*    ANOTHER ROLLED OFFERING, LAID OUT AS CRSOFFER, FOR THE ROOM
001053*    AND INSTRUCTOR DOUBLE-BOOKING CHECKS.
001054 01  WS-CMP-ENTRY             PIC X(53).
001055 01  WS-CMP-FIELDS REDEFINES WS-CMP-ENTRY.
001056     05  WS-CMP-COURSE        PIC X(06).
001057     05  WS-CMP-TERM          PIC X(05).
001058     05  WS-CMP-SECTION       PIC X(02).
001059     05  WS-CMP-DAY           PIC X(01) OCCURS 7 TIMES.
001060     05  WS-CMP-START         PIC 9(04).
001061     05  WS-CMP-END           PIC 9(04).
001062     05  WS-CMP-ROOM          PIC X(06).
001063     05  FILLER               PIC X(03).
001064     05  WS-CMP-INSTRUCTOR    PIC X(05).
001065     05  FILLER               PIC X(11).
001066 77  WS-CMP-SUB               PIC 9(03) COMP.
001067 77  WS-DAY-SUB               PIC 9(01) COMP.
001068 77  WS-FLAG-COUNT            PIC 9(03) COMP.

001069 01  WS-FLAG-TEXT             PIC X(30).
001070 01  WS-CAP-SOURCE            PIC X(08).
001080 01  WS-EDIT-FIELDS.
001090     05  WS-COUNT-ED          PIC ZZZZ9.
002070         SET WS-FCST-EOF TO TRUE
002080         GO TO 1100-LOAD-ONE-FORECAST-EXIT
002090     END-IF.
002095     IF CF-FORECAST-TERM NOT = SPACES
002100             AND CF-FORECAST-TERM NOT = TP-NEW-TERM
002105         ADD 1 TO WS-FORECAST-SKIPPED
002110         GO TO 1100-LOAD-ONE-FORECAST-EXIT
002115     END-IF.
002120     IF CF-COURSE-CODE NOT = SPACES
002125             AND CF-SUGGESTED-CAP IS NUMERIC
002130             AND WS-FCST-COUNT < 300
002135         ADD 1 TO WS-FCST-COUNT
002140         MOVE CF-COURSE-CODE TO WS-FC-COURSE (WS-FCST-COUNT)
002145         MOVE CF-SECTION TO WS-FC-SECTION (WS-FCST-COUNT)
002150         MOVE CF-SUGGESTED-CAP TO WS-FC-CAP (WS-FCST-COUNT)
002160     END-IF.
002170 1100-LOAD-ONE-FORECAST-EXIT.
002280     MOVE TP-GRADE-CLOSE-DATE TO TM-GRADE-CLOSE-DATE.
002290     MOVE TP-MIDTERM-DATE TO TM-MIDTERM-DATE.
002300     MOVE TP-CENSUS-DATE TO TM-CENSUS-DATE.
002301     MOVE ZERO TO TM-MAX-CREDITS.
002302     MOVE ZERO TO TM-PROBATION-MAX.
002303     IF TP-MAX-CREDITS NUMERIC
002304         MOVE TP-MAX-CREDITS TO TM-MAX-CREDITS
002305     END-IF.
002306     IF TP-PROBATION-MAX NUMERIC
002307         MOVE TP-PROBATION-MAX TO TM-PROBATION-MAX
002308     END-IF.
002309     MOVE ZERO TO TM-PAY-DEADLINE.
002310     IF TP-PAY-DEADLINE NUMERIC
002311         MOVE TP-PAY-DEADLINE TO TM-PAY-DEADLINE
002312     END-IF.
002313     SET TM-TERM-OPEN TO TRUE.
002320     WRITE TM-TERM-RECORD.

002330     MOVE SPACES TO WS-REPORT-LINE.
002560     MOVE SPACES TO WS-REPORT-LINE.
002570     STRING "  CENSUS " DELIMITED BY SIZE
002580            TP-CENSUS-DATE DELIMITED BY SIZE
002582            "  MAX CREDITS " DELIMITED BY SIZE
002584            TM-MAX-CREDITS DELIMITED BY SIZE
002586            "  PROBATION MAX " DELIMITED BY SIZE
002588            TM-PROBATION-MAX DELIMITED BY SIZE
002590         INTO WS-REPORT-LINE.
002600     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
002601     MOVE SPACES TO WS-REPORT-LINE.
002602     STRING "  PAYMENT DEADLINE " DELIMITED BY SIZE
002603            TM-PAY-DEADLINE       DELIMITED BY SIZE
002604         INTO WS-REPORT-LINE.
002605     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
002610     MOVE SPACES TO WS-REPORT-LINE.
002620     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
002630     MOVE "COURSE  SECT  DAYS     TIME       CAP  SOURCE    ROOM"
002640         TO WS-REPORT-LINE.
002650     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
002660 2000-WRITE-NEW-TERM-EXIT.
002770         WRITE RL-REPORT-LINE FROM WS-REPORT-LINE
002780         GO TO 3000-ROLL-OFFERINGS-EXIT
002790     END-IF.
002791     OPEN INPUT ROOM-MASTER.
002792     IF WS-ROOM-STATUS = "00"
002793         SET WS-ROOM-USABLE TO TRUE
002794     ELSE
002795         MOVE "  (NO ROOM MASTER - ROOM/CAPACITY CHECKS SKIPPED)"
002796             TO WS-REPORT-LINE
002797         WRITE RL-REPORT-LINE FROM WS-REPORT-LINE
002798     END-IF.
002800     PERFORM 3100-TABLE-ONE-OFFERING
002810         THRU 3100-TABLE-ONE-OFFERING-EXIT
002820         UNTIL WS-OFF-EOF.
002920             UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
002930     END-IF.
002940     CLOSE OFFERING-FILE.
002942     IF WS-ROOM-USABLE
002944         CLOSE ROOM-MASTER
002946     END-IF.
002950     IF WS-ROLL-COUNT = ZERO
002960         MOVE "  (NO PRIOR-TERM OFFERINGS TO ROLL)"
002970             TO WS-REPORT-LINE

003260******************************************************************
003270* 3200-WRITE-ONE-OFFERING - ONE OFFERING FORWARD UNDER THE NEW
003276*                           TERM, FORECAST CAPACITY APPLIED
003282*                           WHERE ONE EXISTS - THE SECTION'S OWN
003288*                           FIGURE FIRST, ELSE THE COURSE-WIDE
003294*                           ONE.
003300******************************************************************
003310 3200-WRITE-ONE-OFFERING.
003320     MOVE WS-ROLL-ENTRY (WS-ROLL-SUB) TO OF-OFFERING-RECORD.
003330     MOVE TP-NEW-TERM TO OF-TERM-CODE.
003332*    A CANCELLATION BELONGS TO ITS OWN TERM - THE NEW TERM'S
003334*    SECTION STARTS OPEN.
003336     SET OF-OFFER-OPEN TO TRUE.
003338     MOVE ZERO TO OF-CANCEL-DATE.
003340     MOVE "PRIOR   " TO WS-CAP-SOURCE.
003350     MOVE ZERO TO WS-FCST-FOUND.
003360     IF WS-FCST-COUNT > ZERO
003370         PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
003380                 UNTIL WS-FCST-SUB > WS-FCST-COUNT
003384             IF WS-FC-COURSE (WS-FCST-SUB) = OF-COURSE-CODE
003388                 IF WS-FC-SECTION (WS-FCST-SUB) = OF-SECTION
003392                     MOVE WS-FCST-SUB TO WS-FCST-FOUND
003396                 END-IF
003400                 IF WS-FC-SECTION (WS-FCST-SUB) = SPACES
003404                         AND WS-FCST-FOUND = ZERO
003408                     MOVE WS-FCST-SUB TO WS-FCST-FOUND
003412                 END-IF
003416             END-IF
003420         END-PERFORM
003430     END-IF.
003440     IF WS-FCST-FOUND > ZERO
003650            OF-MAX-ENROLLMENT DELIMITED BY SIZE
003660            "  " DELIMITED BY SIZE
003670            WS-CAP-SOURCE DELIMITED BY SIZE
003673            "  " DELIMITED BY SIZE
003676            OF-ROOM DELIMITED BY SIZE
003680         INTO WS-REPORT-LINE.
003681     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.

003682     MOVE ZERO TO WS-FLAG-COUNT.
003683     PERFORM 3300-CHECK-ROOM THRU 3300-CHECK-ROOM-EXIT.
003684     PERFORM 3400-CHECK-ONE-BOOKING
003685         THRU 3400-CHECK-ONE-BOOKING-EXIT
003686         VARYING WS-CMP-SUB FROM 1 BY 1
003687         UNTIL WS-CMP-SUB > WS-ROLL-COUNT.
003688     IF WS-FLAG-COUNT > ZERO
003689         ADD 1 TO WS-OFFERS-FLAGGED
003698     END-IF.
003699 3200-WRITE-ONE-OFFERING-EXIT.
003700     EXIT.

003701******************************************************************
003702* 3300-CHECK-ROOM - THE ROLLED OFFERING'S ROOM MUST BE ON THE
003703*                   ROOM MASTER AND SEAT ITS CAPACITY.  A BLANK
003704*                   ROOM IS NOT YET ASSIGNED AND PASSES.
003705******************************************************************
003706 3300-CHECK-ROOM.
003707     IF OF-ROOM = SPACES OR NOT WS-ROOM-USABLE
003708         GO TO 3300-CHECK-ROOM-EXIT
003709     END-IF.
003710     MOVE OF-ROOM TO RM-ROOM-CODE.
003711     READ ROOM-MASTER
003712         INVALID KEY
003713             CONTINUE
003714     END-READ.
003715     IF WS-ROOM-STATUS NOT = "00"
003716         MOVE "ROOM NOT ON MASTER" TO WS-FLAG-TEXT
003717         PERFORM 3500-WRITE-FLAG THRU 3500-WRITE-FLAG-EXIT
003718         GO TO 3300-CHECK-ROOM-EXIT
003719     END-IF.
003720     IF OF-MAX-ENROLLMENT > RM-SEATS
003721         MOVE "CAPACITY OVER ROOM SEATS" TO WS-FLAG-TEXT
003722         PERFORM 3500-WRITE-FLAG THRU 3500-WRITE-FLAG-EXIT
003723     END-IF.
003724 3300-CHECK-ROOM-EXIT.
003725     EXIT.

003726******************************************************************
003727* 3400-CHECK-ONE-BOOKING - COMPARE THE ROLLED OFFERING WITH ONE
003728*                          OTHER TABLED OFFERING.  BOTH ROLL INTO
003729*                          THE SAME NEW TERM, SO A CLASH IS
003730*                          FLAGGED ON EACH OF THE TWO SECTIONS.
003731******************************************************************
003732 3400-CHECK-ONE-BOOKING.
003733     IF WS-CMP-SUB = WS-ROLL-SUB
003734         GO TO 3400-CHECK-ONE-BOOKING-EXIT
003735     END-IF.
003736     MOVE WS-ROLL-ENTRY (WS-CMP-SUB) TO WS-CMP-ENTRY.

003737*    TWO MEETINGS COLLIDE WHEN THE TIME RANGES OVERLAP AND ANY
003738*    MEETING DAY IS FLAGGED IN BOTH PATTERNS.
003739     IF OF-START-TIME >= WS-CMP-END
003740             OR WS-CMP-START >= OF-END-TIME
003741         GO TO 3400-CHECK-ONE-BOOKING-EXIT
003742     END-IF.
003743     MOVE "N" TO WS-DAY-CLASH-SWITCH.
003744     PERFORM 3410-MATCH-ONE-DAY THRU 3410-MATCH-ONE-DAY-EXIT
003745         VARYING WS-DAY-SUB FROM 1 BY 1
003746         UNTIL WS-DAY-SUB > 7.
003747     IF NOT WS-DAY-CLASH
003748         GO TO 3400-CHECK-ONE-BOOKING-EXIT
003749     END-IF.

003750     IF OF-ROOM NOT = SPACES AND WS-CMP-ROOM = OF-ROOM
003751         MOVE SPACES TO WS-FLAG-TEXT
003752         STRING "ROOM BOOKED - "     DELIMITED BY SIZE
003753                WS-CMP-COURSE        DELIMITED BY SIZE
003754                "-"                  DELIMITED BY SIZE
003755                WS-CMP-SECTION       DELIMITED BY SIZE
003756             INTO WS-FLAG-TEXT
003757         PERFORM 3500-WRITE-FLAG THRU 3500-WRITE-FLAG-EXIT
003758     END-IF.
003759     IF OF-INSTRUCTOR-ID NOT = SPACES
003760             AND WS-CMP-INSTRUCTOR = OF-INSTRUCTOR-ID
003761         MOVE SPACES TO WS-FLAG-TEXT
003762         STRING "INSTRUCTOR BOOKED - " DELIMITED BY SIZE
003763                WS-CMP-COURSE          DELIMITED BY SIZE
003764                "-"                    DELIMITED BY SIZE
003765                WS-CMP-SECTION         DELIMITED BY SIZE
003766             INTO WS-FLAG-TEXT
003767         PERFORM 3500-WRITE-FLAG THRU 3500-WRITE-FLAG-EXIT
003768     END-IF.
003769 3400-CHECK-ONE-BOOKING-EXIT.
003770     EXIT.

003771******************************************************************
003772* 3410-MATCH-ONE-DAY - ONE DAY FLAG OF THE TWO PATTERNS.
003773******************************************************************
003774 3410-MATCH-ONE-DAY.
003775     IF OF-MEET-DAYS (WS-DAY-SUB:1) = "Y"
003776             AND WS-CMP-DAY (WS-DAY-SUB) = "Y"
003777         SET WS-DAY-CLASH TO TRUE
003778     END-IF.
003779 3410-MATCH-ONE-DAY-EXIT.
003780     EXIT.

003781******************************************************************
003782* 3500-WRITE-FLAG - ONE EXCEPTION LINE UNDER THE ROLLED OFFERING.
003783******************************************************************
003784 3500-WRITE-FLAG.
003785     ADD 1 TO WS-FLAG-COUNT.
003786     MOVE SPACES TO WS-REPORT-LINE.
003787     STRING "    ** FLAG - "  DELIMITED BY SIZE
003788            WS-FLAG-TEXT      DELIMITED BY SIZE
003789         INTO WS-REPORT-LINE.
003790     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
003791 3500-WRITE-FLAG-EXIT.
003792     EXIT.

003793******************************************************************
003794* 9000-FINISH - TOTALS, THE SIGN-OFF LINE, CLOSE FILES.
003795******************************************************************
003796 9000-FINISH.
003797     MOVE SPACES TO RL-REPORT-LINE.
003798     WRITE RL-REPORT-LINE.
003799     MOVE WS-OFFERS-ROLLED TO WS-COUNT-ED.
003800     MOVE SPACES TO WS-REPORT-LINE.
003801     STRING "OFFERINGS ROLLED:   " DELIMITED BY SIZE
003810            WS-COUNT-ED DELIMITED BY SIZE
003820         INTO WS-REPORT-LINE.
003830     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
003870            WS-COUNT-ED DELIMITED BY SIZE
003880         INTO WS-REPORT-LINE.
003890     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
003891     IF WS-FORECAST-SKIPPED > ZERO
003892         MOVE WS-FORECAST-SKIPPED TO WS-COUNT-ED
003893         MOVE SPACES TO WS-REPORT-LINE
003894         STRING "FORECAST RECORDS FOR ANOTHER TERM SKIPPED:"
003895                    DELIMITED BY SIZE
003896                WS-COUNT-ED DELIMITED BY SIZE
003897             INTO WS-REPORT-LINE
003898         WRITE RL-REPORT-LINE FROM WS-REPORT-LINE
003899     END-IF.
003900     MOVE WS-OFFERS-FLAGGED TO WS-COUNT-ED.
003901     MOVE SPACES TO WS-REPORT-LINE.
003902     STRING "OFFERINGS FLAGGED:  " DELIMITED BY SIZE
003903            WS-COUNT-ED DELIMITED BY SIZE
003904         INTO WS-REPORT-LINE.
003905     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
003906     MOVE SPACES TO RL-REPORT-LINE.
003910     WRITE RL-REPORT-LINE.
003920     MOVE "THE TERM OPENS FOR ENROLLMENT ONLY AFTER SIGN-OFF."
003930         TO WS-REPORT-LINE.
003970     WRITE RL-REPORT-LINE FROM WS-REPORT-LINE.
003980     CLOSE TERM-CONTROL.
003990     CLOSE ROLL-RPT.
003993     IF WS-OFFERS-FLAGGED > ZERO
003996         MOVE 4 TO RETURN-CODE
003999     ELSE
004002         MOVE 0 TO RETURN-CODE
004005     END-IF.
004010 9000-FINISH-EXIT.
004020     EXIT.

