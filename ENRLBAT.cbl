000130*   (ZERO = NO LIMIT).  A DROP FLIPS THE ENROLLMENT TO DROPPED
000140*   RATHER THAN DELETING IT, SO THE REGISTRATION HISTORY SURVIVES.
000150*   PRODUCES A REGISTRATION REPORT SUMMARISING THE RUN.
000152*   THE CHECKS AND POSTING THEMSELVES LIVE IN THE REGISTRATION
000154*   SERVICE (ENRLAPLY), WHICH THE STUDENT SELF-SERVICE ADD/DROP
000156*   IN THE MAIN MENU CALLS AS WELL.
000157*   THE RUN HOLDS THE STUDENT MASTER LOCK (MASTLOCK) AS STUDBAT
000158*   DOES; A LOCK ALREADY ON FILE REFUSES THE RUN WITH RC 8.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY.
000180*   2026-08-22  RO   ORIGINAL PROGRAM.
000410*   2026-09-02  RO   AN ADD WHOSE STUDENT IS HOMED AT ANOTHER
000420*                    CAMPUS THAN THE OFFERING IS HELD FOR
000430*                    APPROVAL ("CC" -> XCAMPQUE -> XCAMAPPR).
000432*   2026-10-15  RO   WHETHER A GRADE PASSES FOR A REQUIREMENT
000433*                    COMES FROM THE GRADE-SCALE SERVICE
000434*                    (GRDVALUE), NOT A LOCAL GRADE LIST.
000435*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS;
000436*                    NOTIFICATION SUBJECT CARRIES ALL EIGHT
000437*                    DIGITS.
000438*   2026-10-15  RO   PREREQUISITES COME FROM THE CATALOG
000439*                    VERSION IN FORCE FOR THE TERM BEING ADDED
000440*                    (CRSVERS).
000441*   2026-10-15  RO   AN ADD STAMPED BEFORE THE STUDENT'S
000442*                    REGISTRATION TIME TICKET (TIMETKT) OPENS
000443*                    IS REFUSED ("TT").
000444*   2026-10-15  RO   AN ADD THAT WOULD TAKE THE STUDENT PAST
000445*                    THE TERM'S CREDIT MAXIMUM (THE LOWER
000446*                    PROBATION MAXIMUM FOR A STUDENT ON
000447*                    PROBATION) IS REFUSED ("CL") UNLESS AN
000448*                    ACTIVE OVERLOAD APPROVAL (OVLDMNT) COVERS
000449*                    THE NEW LOAD.
000450*   2026-10-15  RO   AN ACTIVE, UNEXPIRED OVERRIDE PERMIT
000451*                    (PERMMNT) FOR THE STUDENT AND SECTION
000452*                    TAKES THE ADD PAST THE PREREQUISITE,
000453*                    CAPACITY, TIME-CONFLICT OR CROSS-CAMPUS
000454*                    CHECK IT NAMES; THE OVERRIDES USED ARE
000455*                    SHOWN ON THE REPORT AND STAMPED ON THE
000456*                    PERMIT.
000457*   2026-10-15  RO   AN ADD TO A SECTION CANCELLED FOR LOW
000458*                    ENROLLMENT (SECTCNCL) IS REFUSED ("SX").
000459*   2026-10-15  RO   A DROP FOR NEVER ATTENDING (ET-DROP-REASON
000460*                    "N", CUT BY NATTDROP) IS FED TO THE REFUND
000461*                    REGISTER FOR A FULL REFUND AND QUEUES AN
000462*                    "NA" NOTIFICATION TO THE STUDENT.
000463*   2026-10-15  RO   THE REGISTRATION RULES AND POSTING MOVED TO
000464*                    THE ENRLAPLY SERVICE SO THE ONLINE ADD/DROP
000465*                    APPLIES THE SAME ONES; THIS PROGRAM READS
000466*                    THE TRANSACTIONS AND PRINTS THE REPORT.
000467*   2026-10-15  RO   THE RUN HOLDS THE STUDENT MASTER LOCK
000468*                    (MASTLOCK) AND IS REFUSED, RC 8, WHILE
000469*                    ANOTHER RUN HOLDS IT.
000470******************************************************************
000471 IDENTIFICATION DIVISION.
000472 PROGRAM-ID.    ENRLBAT.
000473 AUTHOR.        R. OKONKWO.
000480 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000490 DATE-WRITTEN.  2026-08-22.
000500 DATE-COMPILED.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-TRAN-STATUS.

000810     SELECT REGISTRATION-RPT ASSIGN TO "ENRLRPT2"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RPT-STATUS.

000840     SELECT MASTER-LOCK ASSIGN TO "MASTLOCK"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-LOCK-STATUS.

001196 DATA DIVISION.
001197 FILE SECTION.
001200 FD  ENROLL-TRANSACTIONS.
001210     COPY "enrltran.cpy".

001300 FD  REGISTRATION-RPT.
001310 01  RG-REPORT-LINE           PIC X(80).

001320 FD  MASTER-LOCK.
001330     COPY "mastlock.cpy".

001487 WORKING-STORAGE SECTION.
001490     COPY "runhdr.cpy".

001500 01  WS-SWITCHES.
001510     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001520         88  WS-EOF           VALUE "Y".
001530     05  WS-LOCK-HELD-SWITCH  PIC X(01) VALUE "N".
001540         88  WS-LOCK-HELD     VALUE "Y".

001550 01  WS-FILE-STATUSES.
001560     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001690     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001695     05  WS-LOCK-STATUS       PIC X(02) VALUE "00".

001700 01  WS-COUNTERS COMP.
001710     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001720     05  WS-ADDS-APPLIED      PIC 9(05) VALUE ZERO.
001730     05  WS-DROPS-APPLIED     PIC 9(05) VALUE ZERO.
001740     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
001760     05  WS-ADDS-WAITLISTED   PIC 9(05) VALUE ZERO.
001770     05  WS-PROMOTIONS-MADE   PIC 9(05) VALUE ZERO.
001775     05  WS-OVERLOADS-USED    PIC 9(05) VALUE ZERO.
001777     05  WS-PERMITS-USED      PIC 9(05) VALUE ZERO.

001780 01  WS-EDIT-COUNTERS.
001790     05  WS-READ-ED           PIC ZZZZ9.
001820     05  WS-REJECTED-ED       PIC ZZZZ9.
001830     05  WS-WAITED-ED         PIC ZZZZ9.
001840     05  WS-PROMOTED-ED       PIC ZZZZ9.
001845     05  WS-OVERLOAD-ED       PIC ZZZZ9.
001847     05  WS-PERMIT-ED         PIC ZZZZ9.
001850     05  WS-POSITION-ED       PIC ZZ9.

002615 01  WS-LINE-PTR              PIC 9(02) COMP.

002620 01  WS-TRY-AFTER-WORK.
002630     05  WS-TA-HH             PIC 9(02).
002640     05  WS-TA-MM             PIC 9(02).
002650     05  FILLER               PIC 9(04).

002770 01  WS-REPORT-LINE           PIC X(80).

002772*    CALL AREA FOR THE REGISTRATION SERVICE (ENRLAPLY), WHICH
002774*    HANDS BACK THE OUTCOME OF EACH TRANSACTION - THE REJECT
002776*    REASON CODES ARE LISTED IN THE COPYBOOK.
002778     COPY "enrlaply.cpy".

002780 PROCEDURE DIVISION.

002790******************************************************************
003000* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST RECORD.
003010******************************************************************
003020 1000-INITIALIZE.
003022     PERFORM 1250-TAKE-MASTER-LOCK
003024         THRU 1250-TAKE-MASTER-LOCK-EXIT.
003025     IF NOT WS-LOCK-HELD
003026         SET WS-EOF TO TRUE
003027         GO TO 1000-INITIALIZE-EXIT
003028     END-IF.
003030     OPEN INPUT ENROLL-TRANSACTIONS.
003040     OPEN OUTPUT REGISTRATION-RPT.
003050     SET EA-OPEN TO TRUE.
003060     MOVE RH-PROGRAM-NAME TO EA-PROGRAM-NAME.
003070     MOVE RH-RUN-DATE TO EA-RUN-DATE.
003080     CALL "ENRLAPLY" USING EA-APPLY-AREA.

003550     MOVE "REGISTRATION UPDATE REPORT" TO WS-REPORT-LINE.
003560     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.
003650******************************************************************
003660 2000-PROCESS-RECORD.
003670     ADD 1 TO WS-RECORDS-READ.
003680     SET EA-APPLY TO TRUE.
003690     MOVE ET-ENROLL-TRANSACTION TO EA-TRANSACTION.
003700     CALL "ENRLAPLY" USING EA-APPLY-AREA.

003810     MOVE SPACES TO WS-REPORT-LINE.
003820     EVALUATE TRUE
003830         WHEN EA-WAITLISTED
003840             ADD 1 TO WS-ADDS-WAITLISTED
003850             MOVE EA-WAIT-POSITION TO WS-POSITION-ED
003860             STRING ET-ACTION       DELIMITED BY SIZE
003870                    "    "          DELIMITED BY SIZE
003880                    ET-STUDENT-ID   DELIMITED BY SIZE
003910                    "  WAITLISTED, POSITION=" DELIMITED BY SIZE
003920                    WS-POSITION-ED  DELIMITED BY SIZE
003930                 INTO WS-REPORT-LINE
003940         WHEN EA-REJECT-REASON = SPACES
003950             IF ET-ACTION-ADD
003960                 ADD 1 TO WS-ADDS-APPLIED
003970             ELSE
004030                    "     "         DELIMITED BY SIZE
004040                    ET-COURSE-CODE  DELIMITED BY SIZE
004050                    "  APPLIED"     DELIMITED BY SIZE
004053                 INTO WS-REPORT-LINE
004056             MOVE 34 TO WS-LINE-PTR
004059             IF EA-OVERLOAD-USED
004062                 ADD 1 TO WS-OVERLOADS-USED
004063                 STRING ", CREDIT OVERLOAD" DELIMITED BY SIZE
004064                     INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
004065             END-IF
004066             IF EA-PERMIT-CODES NOT = SPACES
004067                 ADD 1 TO WS-PERMITS-USED
004068                 STRING ", PERMIT " DELIMITED BY SIZE
004069                        EA-PERMIT-CODES DELIMITED BY SIZE
004070                     INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
004071             END-IF
004072             IF ET-ACTION-DROP AND ET-NEVER-ATTENDED
004073                 STRING ", NEVER ATTENDED" DELIMITED BY SIZE
004074                     INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
004075             END-IF
004076         WHEN OTHER
004080             ADD 1 TO WS-RECORDS-REJECTED
004090             STRING ET-ACTION       DELIMITED BY SIZE
004100                    "    "          DELIMITED BY SIZE
004120                    "     "         DELIMITED BY SIZE
004130                    ET-COURSE-CODE  DELIMITED BY SIZE
004140                    "  REJECTED, REASON=" DELIMITED BY SIZE
004150                    EA-REJECT-REASON DELIMITED BY SIZE
004160                 INTO WS-REPORT-LINE
004170     END-EVALUATE.
004180     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.

004185*    A DROP THAT ACTUALLY LANDED MAY HAVE FREED A SEAT - ENRLAPLY
004190*    GAVE IT TO THE NEXT WAITING STUDENT IN THE SAME CALL.
004195     IF EA-PROMOTED
004200         ADD 1 TO WS-PROMOTIONS-MADE
004205         MOVE SPACES TO WS-REPORT-LINE
004210         STRING "A    "              DELIMITED BY SIZE
004215                EA-PROMOTED-STUDENT  DELIMITED BY SIZE
004220                "     "              DELIMITED BY SIZE
004225                ET-COURSE-CODE       DELIMITED BY SIZE
004230                "  PROMOTED FROM WAITLIST" DELIMITED BY SIZE
004235             INTO WS-REPORT-LINE
004240         WRITE RG-REPORT-LINE FROM WS-REPORT-LINE
004245     END-IF.

004250     PERFORM 2100-READ-TRANSACTION
004260         THRU 2100-READ-TRANSACTION-EXIT.
004370 2100-READ-TRANSACTION-EXIT.
004380     EXIT.

007360******************************************************************
007370* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
007380******************************************************************
007390 3000-FINISH.
007392*    A REFUSED LOCK OPENED NOTHING - RC 8 IS ALREADY SET.
007394     IF NOT WS-LOCK-HELD
007396         GO TO 3000-FINISH-EXIT
007398     END-IF.
007400     MOVE WS-RECORDS-READ TO WS-READ-ED.
007410     MOVE WS-ADDS-APPLIED TO WS-ADDS-ED.
007420     MOVE WS-DROPS-APPLIED TO WS-DROPS-ED.

007440     MOVE WS-ADDS-WAITLISTED TO WS-WAITED-ED.
007450     MOVE WS-PROMOTIONS-MADE TO WS-PROMOTED-ED.
007455     MOVE WS-OVERLOADS-USED TO WS-OVERLOAD-ED.
007457     MOVE WS-PERMITS-USED TO WS-PERMIT-ED.

007460     MOVE SPACES TO WS-REPORT-LINE.
007470     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
007590            WS-WAITED-ED         DELIMITED BY SIZE
007600            "  PROMOTED: "       DELIMITED BY SIZE
007610            WS-PROMOTED-ED       DELIMITED BY SIZE
007613            "  OVERLOADS: "      DELIMITED BY SIZE
007616            WS-OVERLOAD-ED       DELIMITED BY SIZE
007617            "  PERMITS: "        DELIMITED BY SIZE
007618            WS-PERMIT-ED         DELIMITED BY SIZE
007620         INTO WS-REPORT-LINE.
007630     WRITE RG-REPORT-LINE FROM WS-REPORT-LINE.

007640     CLOSE ENROLL-TRANSACTIONS.
007650     SET EA-CLOSE TO TRUE.
007660     CALL "ENRLAPLY" USING EA-APPLY-AREA.

007670*    RELEASE THE MASTER BACK TO THE ONLINE PROGRAMS.
007680     OPEN OUTPUT MASTER-LOCK.
007690     CLOSE MASTER-LOCK.
007788     CLOSE REGISTRATION-RPT.

007790     IF WS-RECORDS-REJECTED > ZERO
007800         MOVE 4 TO RETURN-CODE
007850     EXIT.

007860******************************************************************
007870* 1250-TAKE-MASTER-LOCK - REGISTER EXCLUSIVE USE OF THE MASTER
007880*                         FOR THE LENGTH OF THE RUN, AS STUDBAT
007890*                         DOES.  A LOCK ALREADY ON FILE MEANS
007900*                         ANOTHER RUN IS (OR DIED) MID-UPDATE -
007910*                         REFUSE, AND LET LOCKCLR CLEAR A STALE
007920*                         ONE.
007930******************************************************************
007940 1250-TAKE-MASTER-LOCK.
007950     MOVE "N" TO WS-LOCK-HELD-SWITCH.
007960     OPEN INPUT MASTER-LOCK.
007970     IF WS-LOCK-STATUS = "00"
007980         READ MASTER-LOCK
007990             AT END
008000                 CONTINUE
008010         END-READ
008020         IF WS-LOCK-STATUS = "00"
008030             DISPLAY "STUDENT MASTER LOCKED BY ",
008040                 LK-HOLDER-PROGRAM, " SINCE ", LK-LOCK-TIME
008050             DISPLAY "RUN REFUSED - CLEAR A STALE LOCK WITH",
008060                 " LOCKCLR"
008070             CLOSE MASTER-LOCK
008080             MOVE 8 TO RETURN-CODE
008090             GO TO 1250-TAKE-MASTER-LOCK-EXIT
008100         END-IF
008110         CLOSE MASTER-LOCK
008120     END-IF.

008130     OPEN OUTPUT MASTER-LOCK.
008140     MOVE RH-PROGRAM-NAME TO LK-HOLDER-PROGRAM.
008150     MOVE RH-RUN-DATE TO LK-LOCK-DATE.
008160     ACCEPT LK-LOCK-TIME FROM TIME.
008170*    TELL THE FRONT DESK WHEN TO TRY AGAIN - AN HOUR OUT, AS
008180*    STUDBAT ESTIMATES.
008190     MOVE LK-LOCK-TIME TO WS-TRY-AFTER-WORK.
008200     ADD 1 TO WS-TA-HH.
008210     IF WS-TA-HH > 23
008220         MOVE 0 TO WS-TA-HH
008230     END-IF.
008240     COMPUTE LK-TRY-AFTER-HHMM = WS-TA-HH * 100 + WS-TA-MM.
008250     WRITE LK-LOCK-RECORD.
008260     CLOSE MASTER-LOCK.
008270     SET WS-LOCK-HELD TO TRUE.
008280 1250-TAKE-MASTER-LOCK-EXIT.
008290     EXIT.

014530 END PROGRAM ENRLBAT.
