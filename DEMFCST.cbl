000010******************************************************************
000020* PROGRAM-ID : DEMFCST
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   COURSE DEMAND FORECAST FOR THE NEXT TERM ROLL.  THE
000090*   CAPFPARM PARAMETER NAMES THE TERM BEING PLANNED, THE BASE
000100*   TERM WHOSE OFFERINGS TERMROLL WILL ROLL FORWARD, UP TO
000110*   THREE PRIOR COMPARABLE TERMS (MOST RECENT FIRST - TERM
000120*   CODES DO NOT SORT IN CALENDAR ORDER), AND AN OPTIONAL
000130*   HEADROOM PERCENTAGE.  FOR EVERY COURSE OFFERED IN THE BASE
000140*   TERM THE JOB GATHERS, PER COMPARABLE TERM, THE FINAL SEAT
000150*   COUNT (SEATCTR), THE WAITLIST ENTRIES NEVER PROMOTED, AND
000160*   THE ENROLLED AND DROPPED REGISTRATIONS (ENRLMAST), PLUS
000170*   EACH TERM'S FROZEN CENSUS HEADCOUNT (CENSFILE), AND
000180*   SUGGESTS A COURSE CAPACITY:
000190*     DEMAND    = AVERAGE OF FINAL SEATS PLUS UNMET WAITLIST
000200*     PEAK      = DEMAND GROSSED UP BY THE DROP RATE (CAPPED
000210*                 AT 50 PERCENT), SINCE SEATS ARE HELD BEFORE
000220*                 THE DROPS LAND
000230*     SUGGESTED = PEAK x CENSUS TREND (MOST RECENT OVER OLDEST
000240*                 COMPARABLE HEADCOUNT, HELD TO 80-120
000250*                 PERCENT) x (100 + HEADROOM) PERCENT
000260*   THE COURSE FIGURE IS SPREAD OVER THE BASE TERM'S SECTIONS
000270*   IN PROPORTION TO THEIR CURRENT CAPACITIES, NO SECTION
000280*   BELOW FIVE SEATS.  ONE CAPFCST RECORD IS WRITTEN PER
000290*   COURSE AND SECTION FOR TERMROLL, AND THE PLANNING REPORT
000300*   (CAPFRPT) SHOWS THE FIGURES BEHIND EVERY SUGGESTION FOR
000310*   THE DEPARTMENT CHAIRS.  A COURSE WITH NO HISTORY IN ANY
000320*   COMPARABLE TERM GETS NO RECORD AND ROLLS WITH ITS PRIOR
000330*   CAPACITY.
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY.
000360*   2026-10-15  RO   ORIGINAL PROGRAM.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    DEMFCST.
000400 AUTHOR.        R. OKONKWO.
000410 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000420 DATE-WRITTEN.  2026-10-15.
000430 DATE-COMPILED.

000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT FCST-PARM ASSIGN TO "CAPFPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.

000500     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS OF-OFFER-KEY
000540         FILE STATUS IS WS-OFF-STATUS.

000550     SELECT SEAT-COUNTER ASSIGN TO "SEATCTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SC-SEAT-KEY
000590         FILE STATUS IS WS-SEAT-STATUS.

000600     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS WL-WAIT-KEY
000640         FILE STATUS IS WS-WAIT-STATUS.

000650     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS EN-ENROLL-KEY
000690         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000700             WITH DUPLICATES
000710         FILE STATUS IS WS-ENRL-STATUS.

000720     SELECT CENSUS-FILE ASSIGN TO "CENSFILE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CN-CENSUS-KEY
000760         FILE STATUS IS WS-CENS-STATUS.

000770     SELECT CAP-FORECAST ASSIGN TO "CAPFCST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FCST-STATUS.

000800     SELECT PLAN-RPT ASSIGN TO "CAPFRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-RPT-STATUS.

000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  FCST-PARM.
000860 01  FP-PARM-RECORD.
000870     05  FP-PLAN-TERM         PIC X(05).
000880     05  FP-BASE-TERM         PIC X(05).
000890     05  FP-COMP-TERM         PIC X(05) OCCURS 3 TIMES.
000900     05  FP-HEADROOM-PCT      PIC 9(02).

000910 FD  OFFERING-FILE.
000920     COPY "crsoffer.cpy".

000930 FD  SEAT-COUNTER.
000940     COPY "seatctr.cpy".

000950 FD  WAITLIST-FILE.
000960     COPY "waitlist.cpy".

000970 FD  ENROLLMENT-MASTER.
000980     COPY "enrlrec.cpy".

000990 FD  CENSUS-FILE.
001000     COPY "censrec.cpy".

001010 FD  CAP-FORECAST.
001020     COPY "capfcst.cpy".

001030 FD  PLAN-RPT.
001040 01  PR-REPORT-LINE           PIC X(80).

001050 WORKING-STORAGE SECTION.
001060     COPY "runhdr.cpy".

001070 01  WS-SWITCHES.
001080     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001090         88  WS-EOF           VALUE "Y".
001100     05  WS-FULL-SWITCH       PIC X(01) VALUE "N".
001110         88  WS-TABLE-FULL    VALUE "Y".

001120 01  WS-FILE-STATUSES.
001130     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001140     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001150     05  WS-SEAT-STATUS       PIC X(02) VALUE "00".
001160     05  WS-WAIT-STATUS       PIC X(02) VALUE "00".
001170     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001180     05  WS-CENS-STATUS       PIC X(02) VALUE "00".
001190     05  WS-FCST-STATUS       PIC X(02) VALUE "00".
001200     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001210 01  WS-COUNTERS COMP.
001220     05  WS-COURSES-FORECAST  PIC 9(05) VALUE ZERO.
001230     05  WS-COURSES-NO-HIST   PIC 9(05) VALUE ZERO.
001240     05  WS-RECORDS-WRITTEN   PIC 9(05) VALUE ZERO.
001250     05  WS-COMP-COUNT        PIC 9(01) VALUE ZERO.

001260*    THE FORECAST ARITHMETIC FOR THE COURSE IN HAND.
001270 01  WS-CALC-FIELDS COMP.
001280     05  WS-TERMS-WITH-DATA   PIC 9(01).
001290     05  WS-DEMAND-SUM        PIC 9(07).
001300     05  WS-AVG-DEMAND        PIC 9(05).
001310     05  WS-ENROLL-SUM        PIC 9(07).
001320     05  WS-DROP-SUM          PIC 9(07).
001330     05  WS-DROP-PCT          PIC 9(03).
001340     05  WS-TREND-PCT         PIC 9(03).
001350     05  WS-NEWEST-CENSUS     PIC 9(07).
001360     05  WS-OLDEST-CENSUS     PIC 9(07).
001370     05  WS-SUGGESTED         PIC 9(05).
001380     05  WS-SECTION-CAP       PIC 9(05).
001390     05  WS-TERM-DEMAND       PIC 9(05).
001400 77  WS-MIN-SECTION-CAP       PIC 9(03) COMP VALUE 5.

001410*    EVERY COURSE OFFERED IN THE BASE TERM WITH ITS HISTORY IN
001420*    EACH COMPARABLE TERM.  TWO HUNDRED COURSES MATCHES THE
001430*    OTHER COURSE TABLES' CEILING.
001440 01  WS-COURSE-TABLE.
001450     05  WS-COURSE-COUNT      PIC 9(03) COMP VALUE ZERO.
001460     05  WS-COURSE-ENTRY OCCURS 200 TIMES.
001470         10  WS-CT-COURSE     PIC X(06).
001480         10  WS-CT-SECTIONS   PIC 9(03) COMP.
001490         10  WS-CT-PRIOR-CAP  PIC 9(05) COMP.
001500         10  WS-CT-HISTORY OCCURS 3 TIMES.
001510             15  WS-CT-SEATS      PIC 9(05) COMP.
001520             15  WS-CT-SEAT-FLAG  PIC X(01).
001530             15  WS-CT-WAITING    PIC 9(05) COMP.
001540             15  WS-CT-ENROLLED   PIC 9(05) COMP.
001550             15  WS-CT-DROPPED    PIC 9(05) COMP.
001560 77  WS-CRS-SUB               PIC 9(03) COMP.
001570 77  WS-CRS-FOUND             PIC 9(03) COMP.
001580 77  WS-COMP-SUB              PIC 9(01) COMP.

001590*    EVERY BASE-TERM SECTION, POINTING AT ITS COURSE ENTRY.
001600 01  WS-SECTION-TABLE.
001610     05  WS-SECT-COUNT        PIC 9(03) COMP VALUE ZERO.
001620     05  WS-SECT-ENTRY OCCURS 300 TIMES.
001630         10  WS-ST-CRS-SUB    PIC 9(03) COMP.
001640         10  WS-ST-SECTION    PIC X(02).
001650         10  WS-ST-PRIOR-CAP  PIC 9(03).
001660 77  WS-SECT-SUB              PIC 9(03) COMP.

001670*    FROZEN CENSUS HEADCOUNT PER COMPARABLE TERM.
001680 01  WS-CENSUS-TABLE.
001690     05  WS-CENSUS-COUNT      PIC 9(07) COMP OCCURS 3 TIMES.

001700 01  WS-PROBE-KEY.
001710     05  WS-PROBE-COURSE      PIC X(06).
001720     05  WS-PROBE-TERM        PIC X(05).

001730 01  WS-DIRECTION             PIC X(40).

001740 01  WS-EDIT-FIELDS.
001750     05  WS-COUNT-ED          PIC ZZZZ9.
001760     05  WS-SEATS-ED          PIC ZZZZ9.
001770     05  WS-WAIT-ED           PIC ZZZZ9.
001780     05  WS-ENRL-ED           PIC ZZZZ9.
001790     05  WS-DROP-ED           PIC ZZZZ9.
001800     05  WS-CENSUS-ED         PIC ZZZZZZ9.
001810     05  WS-PCT-ED            PIC ZZ9.
001820     05  WS-TREND-ED          PIC ZZ9.
001830     05  WS-HEAD-ED           PIC Z9.
001840     05  WS-PRIOR-ED          PIC ZZZZ9.
001850     05  WS-SUGG-ED           PIC ZZZZ9.
001860     05  WS-SECT-ED           PIC ZZ9.
001870 01  WS-REPORT-LINE           PIC X(80).

001880 PROCEDURE DIVISION.

001890******************************************************************
001900* 0000-MAINLINE.
001910******************************************************************
001920 0000-MAINLINE.
001930     MOVE "DEMFCST" TO RH-PROGRAM-NAME.
001940     CALL "BIZDATE" USING RH-RUN-DATE.
001950     ACCEPT RH-RUN-TIME FROM TIME.
001960     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001970         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001990     PERFORM 2000-TABLE-OFFERINGS THRU 2000-TABLE-OFFERINGS-EXIT.
002000     PERFORM 3000-GATHER-HISTORY THRU 3000-GATHER-HISTORY-EXIT.
002010     PERFORM 4000-FORECAST-COURSE THRU 4000-FORECAST-COURSE-EXIT
002020         VARYING WS-CRS-SUB FROM 1 BY 1
002030         UNTIL WS-CRS-SUB > WS-COURSE-COUNT.
002040     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
002050     ACCEPT RH-RUN-TIME FROM TIME.
002060     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002070         RH-RUN-TIME.
002080     STOP RUN.

002090******************************************************************
002100* 1000-INITIALIZE - PARAMETER, REFUSALS, AND THE REPORT HEADING.
002110******************************************************************
002120 1000-INITIALIZE.
002130     OPEN OUTPUT PLAN-RPT.
002140     MOVE "COURSE DEMAND FORECAST - SECTION CAPACITY PLANNING"
002150         TO WS-REPORT-LINE.
002160     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

002170     OPEN INPUT FCST-PARM.
002180     IF WS-PARM-STATUS NOT = "00"
002190         MOVE "  NO CAPFPARM PARAMETER - NOTHING FORECAST"
002200             TO WS-REPORT-LINE
002210         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
002220         CLOSE PLAN-RPT
002230         DISPLAY "DEMFCST: NO CAPFPARM PARAMETER"
002240         MOVE 8 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     READ FCST-PARM
002280         AT END
002290             CONTINUE
002300     END-READ.
002310     IF WS-PARM-STATUS NOT = "00"
002320             OR FP-PLAN-TERM = SPACES
002330             OR FP-BASE-TERM = SPACES
002340             OR FP-COMP-TERM (1) = SPACES
002350         MOVE "  UNREADABLE CAPFPARM - NOTHING FORECAST"
002360             TO WS-REPORT-LINE
002370         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
002380         CLOSE PLAN-RPT
002390         DISPLAY "DEMFCST: UNREADABLE CAPFPARM"
002400         MOVE 8 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     CLOSE FCST-PARM.
002440     IF FP-HEADROOM-PCT IS NOT NUMERIC
002450         MOVE ZERO TO FP-HEADROOM-PCT
002460     END-IF.
002470     MOVE ZERO TO WS-COMP-COUNT.
002480     PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
002490             UNTIL WS-COMP-SUB > 3
002500         IF FP-COMP-TERM (WS-COMP-SUB) NOT = SPACES
002510             MOVE WS-COMP-SUB TO WS-COMP-COUNT
002520         END-IF
002530     END-PERFORM.

002540     MOVE SPACES TO WS-REPORT-LINE.
002550     STRING "PLANNING TERM " DELIMITED BY SIZE
002560            FP-PLAN-TERM DELIMITED BY SIZE
002570            "  BASE TERM " DELIMITED BY SIZE
002580            FP-BASE-TERM DELIMITED BY SIZE
002590            "  RUN DATE " DELIMITED BY SIZE
002600            RH-RUN-DATE DELIMITED BY SIZE
002610         INTO WS-REPORT-LINE.
002620     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002630     MOVE FP-HEADROOM-PCT TO WS-HEAD-ED.
002640     MOVE SPACES TO WS-REPORT-LINE.
002650     STRING "COMPARABLE TERMS " DELIMITED BY SIZE
002660            FP-COMP-TERM (1) DELIMITED BY SIZE
002670            " " DELIMITED BY SIZE
002680            FP-COMP-TERM (2) DELIMITED BY SIZE
002690            " " DELIMITED BY SIZE
002700            FP-COMP-TERM (3) DELIMITED BY SIZE
002710            "  HEADROOM " DELIMITED BY SIZE
002720            WS-HEAD-ED DELIMITED BY SIZE
002730            "%" DELIMITED BY SIZE
002740         INTO WS-REPORT-LINE.
002750     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002760     MOVE SPACES TO WS-REPORT-LINE.
002770     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

002780     OPEN OUTPUT CAP-FORECAST.
002790 1000-INITIALIZE-EXIT.
002800     EXIT.

002810******************************************************************
002820* 2000-TABLE-OFFERINGS - EVERY BASE-TERM SECTION AND ITS COURSE.
002830******************************************************************
002840 2000-TABLE-OFFERINGS.
002850     OPEN INPUT OFFERING-FILE.
002860     IF WS-OFF-STATUS NOT = "00"
002870         MOVE "  (NO OFFERING FILE - NOTHING TO FORECAST)"
002880             TO WS-REPORT-LINE
002890         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
002900         GO TO 2000-TABLE-OFFERINGS-EXIT
002910     END-IF.
002920     MOVE "N" TO WS-EOF-SWITCH.
002930     PERFORM 2100-TABLE-ONE-OFFERING
002940         THRU 2100-TABLE-ONE-OFFERING-EXIT
002950         UNTIL WS-EOF.
002960     CLOSE OFFERING-FILE.
002970     IF WS-TABLE-FULL
002980         MOVE "  *** OFFERING TABLE FULL - FORECAST INCOMPLETE"
002990             TO WS-REPORT-LINE
003000         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
003010     END-IF.
003020     IF WS-SECT-COUNT = ZERO
003030         MOVE "  (NO BASE-TERM OFFERINGS TO FORECAST)"
003040             TO WS-REPORT-LINE
003050         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
003060     END-IF.
003070 2000-TABLE-OFFERINGS-EXIT.
003080     EXIT.

003090 2100-TABLE-ONE-OFFERING.
003100     READ OFFERING-FILE NEXT RECORD
003110         AT END
003120             SET WS-EOF TO TRUE
003130             GO TO 2100-TABLE-ONE-OFFERING-EXIT
003140     END-READ.
003150     IF WS-OFF-STATUS NOT = "00"
003160         SET WS-EOF TO TRUE
003170         GO TO 2100-TABLE-ONE-OFFERING-EXIT
003180     END-IF.
003190     IF OF-TERM-CODE NOT = FP-BASE-TERM
003200         GO TO 2100-TABLE-ONE-OFFERING-EXIT
003210     END-IF.
003220     MOVE ZERO TO WS-CRS-FOUND.
003230     PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
003240             UNTIL WS-CRS-SUB > WS-COURSE-COUNT
003250         IF WS-CT-COURSE (WS-CRS-SUB) = OF-COURSE-CODE
003260             MOVE WS-CRS-SUB TO WS-CRS-FOUND
003270         END-IF
003280     END-PERFORM.
003290     IF WS-SECT-COUNT NOT < 300
003300             OR (WS-CRS-FOUND = ZERO
003310                 AND WS-COURSE-COUNT NOT < 200)
003320         SET WS-TABLE-FULL TO TRUE
003330         GO TO 2100-TABLE-ONE-OFFERING-EXIT
003340     END-IF.
003350     IF WS-CRS-FOUND = ZERO
003360         ADD 1 TO WS-COURSE-COUNT
003370         MOVE WS-COURSE-COUNT TO WS-CRS-FOUND
003380         INITIALIZE WS-COURSE-ENTRY (WS-CRS-FOUND)
003390         MOVE OF-COURSE-CODE TO WS-CT-COURSE (WS-CRS-FOUND)
003400     END-IF.
003410     ADD 1 TO WS-SECT-COUNT.
003420     MOVE WS-CRS-FOUND TO WS-ST-CRS-SUB (WS-SECT-COUNT).
003430     MOVE OF-SECTION TO WS-ST-SECTION (WS-SECT-COUNT).
003440     MOVE OF-MAX-ENROLLMENT TO WS-ST-PRIOR-CAP (WS-SECT-COUNT).
003450     ADD 1 TO WS-CT-SECTIONS (WS-CRS-FOUND).
003460     ADD OF-MAX-ENROLLMENT TO WS-CT-PRIOR-CAP (WS-CRS-FOUND).
003470 2100-TABLE-ONE-OFFERING-EXIT.
003480     EXIT.

003490******************************************************************
003500* 3000-GATHER-HISTORY - FINAL SEATS, UNMET WAITLIST, ENROLLED
003510*                       AND DROPPED REGISTRATIONS, AND CENSUS
003520*                       HEADCOUNT FOR EACH COMPARABLE TERM.
003530******************************************************************
003540 3000-GATHER-HISTORY.
003550     IF WS-COURSE-COUNT = ZERO
003560         GO TO 3000-GATHER-HISTORY-EXIT
003570     END-IF.
003580     OPEN INPUT SEAT-COUNTER.
003590     IF WS-SEAT-STATUS = "00"
003600         PERFORM 3100-READ-SEATS THRU 3100-READ-SEATS-EXIT
003610             VARYING WS-CRS-SUB FROM 1 BY 1
003620             UNTIL WS-CRS-SUB > WS-COURSE-COUNT
003630         CLOSE SEAT-COUNTER
003640     END-IF.

003650     OPEN INPUT WAITLIST-FILE.
003660     IF WS-WAIT-STATUS = "00"
003670         MOVE "N" TO WS-EOF-SWITCH
003680         PERFORM 3200-COUNT-ONE-WAITER
003690             THRU 3200-COUNT-ONE-WAITER-EXIT
003700             UNTIL WS-EOF
003710         CLOSE WAITLIST-FILE
003720     END-IF.

003730     OPEN INPUT ENROLLMENT-MASTER.
003740     IF WS-ENRL-STATUS = "00"
003750         MOVE "N" TO WS-EOF-SWITCH
003760         PERFORM 3300-COUNT-ONE-ENROLLMENT
003770             THRU 3300-COUNT-ONE-ENROLLMENT-EXIT
003780             UNTIL WS-EOF
003790         CLOSE ENROLLMENT-MASTER
003800     END-IF.

003810     OPEN INPUT CENSUS-FILE.
003820     IF WS-CENS-STATUS = "00"
003830         PERFORM 3400-COUNT-CENSUS THRU 3400-COUNT-CENSUS-EXIT
003840             VARYING WS-COMP-SUB FROM 1 BY 1
003850             UNTIL WS-COMP-SUB > WS-COMP-COUNT
003860         CLOSE CENSUS-FILE
003870     END-IF.
003880 3000-GATHER-HISTORY-EXIT.
003890     EXIT.

003900******************************************************************
003910* 3100-READ-SEATS - THE FINAL SEAT COUNTER OF ONE COURSE IN EACH
003920*                   COMPARABLE TERM.
003930******************************************************************
003940 3100-READ-SEATS.
003950     PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
003960             UNTIL WS-COMP-SUB > WS-COMP-COUNT
003970         IF FP-COMP-TERM (WS-COMP-SUB) NOT = SPACES
003980             MOVE WS-CT-COURSE (WS-CRS-SUB) TO SC-COURSE-CODE
003990             MOVE FP-COMP-TERM (WS-COMP-SUB) TO SC-TERM-CODE
004000             READ SEAT-COUNTER
004010                 INVALID KEY
004020                     CONTINUE
004030             END-READ
004040             IF WS-SEAT-STATUS = "00"
004050                     AND SC-SEATS-TAKEN IS NUMERIC
004060                 MOVE SC-SEATS-TAKEN
004070                     TO WS-CT-SEATS (WS-CRS-SUB, WS-COMP-SUB)
004080                 MOVE "Y"
004090                     TO WS-CT-SEAT-FLAG (WS-CRS-SUB, WS-COMP-SUB)
004100             END-IF
004110         END-IF
004120     END-PERFORM.
004130 3100-READ-SEATS-EXIT.
004140     EXIT.

004150******************************************************************
004160* 3200-COUNT-ONE-WAITER - A WAITLIST ENTRY STILL WAITING (NEVER
004170*                         PROMOTED) IS DEMAND THE TERM NEVER MET.
004180******************************************************************
004190 3200-COUNT-ONE-WAITER.
004200     READ WAITLIST-FILE NEXT RECORD
004210         AT END
004220             SET WS-EOF TO TRUE
004230             GO TO 3200-COUNT-ONE-WAITER-EXIT
004240     END-READ.
004250     IF WS-WAIT-STATUS NOT = "00"
004260         SET WS-EOF TO TRUE
004270         GO TO 3200-COUNT-ONE-WAITER-EXIT
004280     END-IF.
004290     IF NOT WL-WAITING
004300         GO TO 3200-COUNT-ONE-WAITER-EXIT
004310     END-IF.
004320     MOVE WL-COURSE-CODE TO WS-PROBE-COURSE.
004330     MOVE WL-TERM-CODE TO WS-PROBE-TERM.
004340     PERFORM 3500-LOCATE-COURSE-TERM
004350         THRU 3500-LOCATE-COURSE-TERM-EXIT.
004360     IF WS-CRS-FOUND > ZERO AND WS-COMP-SUB > ZERO
004370         ADD 1 TO WS-CT-WAITING (WS-CRS-FOUND, WS-COMP-SUB)
004380     END-IF.
004390 3200-COUNT-ONE-WAITER-EXIT.
004400     EXIT.

004410******************************************************************
004420* 3300-COUNT-ONE-ENROLLMENT - ENROLLED AND DROPPED REGISTRATIONS
004430*                             FOR THE DROP RATE.
004440******************************************************************
004450 3300-COUNT-ONE-ENROLLMENT.
004460     READ ENROLLMENT-MASTER NEXT RECORD
004470         AT END
004480             SET WS-EOF TO TRUE
004490             GO TO 3300-COUNT-ONE-ENROLLMENT-EXIT
004500     END-READ.
004510     IF WS-ENRL-STATUS NOT = "00"
004520         SET WS-EOF TO TRUE
004530         GO TO 3300-COUNT-ONE-ENROLLMENT-EXIT
004540     END-IF.
004550     MOVE EN-COURSE-CODE TO WS-PROBE-COURSE.
004560     MOVE EN-TERM-CODE TO WS-PROBE-TERM.
004570     PERFORM 3500-LOCATE-COURSE-TERM
004580         THRU 3500-LOCATE-COURSE-TERM-EXIT.
004590     IF WS-CRS-FOUND = ZERO OR WS-COMP-SUB = ZERO
004600         GO TO 3300-COUNT-ONE-ENROLLMENT-EXIT
004610     END-IF.
004620     IF EN-ENROLLED
004630         ADD 1 TO WS-CT-ENROLLED (WS-CRS-FOUND, WS-COMP-SUB)
004640     END-IF.
004650     IF EN-DROPPED
004660         ADD 1 TO WS-CT-DROPPED (WS-CRS-FOUND, WS-COMP-SUB)
004670     END-IF.
004680 3300-COUNT-ONE-ENROLLMENT-EXIT.
004690     EXIT.

004700******************************************************************
004710* 3400-COUNT-CENSUS - FROZEN HEADCOUNT OF ONE COMPARABLE TERM.
004720******************************************************************
004730 3400-COUNT-CENSUS.
004740     MOVE ZERO TO WS-CENSUS-COUNT (WS-COMP-SUB).
004750     IF FP-COMP-TERM (WS-COMP-SUB) = SPACES
004760         GO TO 3400-COUNT-CENSUS-EXIT
004770     END-IF.
004780     MOVE FP-COMP-TERM (WS-COMP-SUB) TO CN-TERM-CODE.
004790     MOVE ZERO TO CN-STUDENT-ID.
004800     START CENSUS-FILE KEY IS NOT LESS THAN CN-CENSUS-KEY
004810         INVALID KEY
004820             GO TO 3400-COUNT-CENSUS-EXIT
004830     END-START.
004840     MOVE "N" TO WS-EOF-SWITCH.
004850     PERFORM 3410-COUNT-ONE-CENSUS THRU 3410-COUNT-ONE-CENSUS-EXIT
004860         UNTIL WS-EOF.
004870 3400-COUNT-CENSUS-EXIT.
004880     EXIT.

004890 3410-COUNT-ONE-CENSUS.
004900     READ CENSUS-FILE NEXT RECORD
004910         AT END
004920             SET WS-EOF TO TRUE
004930             GO TO 3410-COUNT-ONE-CENSUS-EXIT
004940     END-READ.
004950     IF WS-CENS-STATUS NOT = "00"
004960             OR CN-TERM-CODE NOT = FP-COMP-TERM (WS-COMP-SUB)
004970         SET WS-EOF TO TRUE
004980         GO TO 3410-COUNT-ONE-CENSUS-EXIT
004990     END-IF.
005000     ADD 1 TO WS-CENSUS-COUNT (WS-COMP-SUB).
005010 3410-COUNT-ONE-CENSUS-EXIT.
005020     EXIT.

005030******************************************************************
005040* 3500-LOCATE-COURSE-TERM - THE COURSE ENTRY FOR WS-PROBE-COURSE
005050*                           AND THE COMPARABLE-TERM SLOT FOR
005060*                           WS-PROBE-TERM; ZERO WHERE NONE.
005070******************************************************************
005080 3500-LOCATE-COURSE-TERM.
005090     MOVE ZERO TO WS-CRS-FOUND.
005100     MOVE ZERO TO WS-COMP-SUB.
005110     IF WS-PROBE-TERM = SPACES
005120         GO TO 3500-LOCATE-COURSE-TERM-EXIT
005130     END-IF.
005140     IF WS-PROBE-TERM = FP-COMP-TERM (1)
005150         MOVE 1 TO WS-COMP-SUB
005160     END-IF.
005170     IF WS-PROBE-TERM = FP-COMP-TERM (2)
005180         MOVE 2 TO WS-COMP-SUB
005190     END-IF.
005200     IF WS-PROBE-TERM = FP-COMP-TERM (3)
005210         MOVE 3 TO WS-COMP-SUB
005220     END-IF.
005230     IF WS-COMP-SUB = ZERO
005240         GO TO 3500-LOCATE-COURSE-TERM-EXIT
005250     END-IF.
005260     PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
005270             UNTIL WS-CRS-SUB > WS-COURSE-COUNT
005280         IF WS-CT-COURSE (WS-CRS-SUB) = WS-PROBE-COURSE
005290             MOVE WS-CRS-SUB TO WS-CRS-FOUND
005300         END-IF
005310     END-PERFORM.
005320 3500-LOCATE-COURSE-TERM-EXIT.
005330     EXIT.

005340******************************************************************
005350* 4000-FORECAST-COURSE - THE COURSE'S SUGGESTED CAPACITY, ITS
005360*                        PLANNING-REPORT EXPLANATION, AND ONE
005370*                        CAPFCST RECORD PER SECTION.
005380******************************************************************
005390 4000-FORECAST-COURSE.
005400     MOVE WS-CT-PRIOR-CAP (WS-CRS-SUB) TO WS-PRIOR-ED.
005410     MOVE WS-CT-SECTIONS (WS-CRS-SUB) TO WS-SECT-ED.
005420     MOVE SPACES TO WS-REPORT-LINE.
005430     STRING "COURSE " DELIMITED BY SIZE
005440            WS-CT-COURSE (WS-CRS-SUB) DELIMITED BY SIZE
005450            "  SECTIONS " DELIMITED BY SIZE
005460            WS-SECT-ED DELIMITED BY SIZE
005470            "  PRIOR CAPACITY " DELIMITED BY SIZE
005480            WS-PRIOR-ED DELIMITED BY SIZE
005490         INTO WS-REPORT-LINE.
005500     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

005510     MOVE ZERO TO WS-TERMS-WITH-DATA.
005520     MOVE ZERO TO WS-DEMAND-SUM.
005530     MOVE ZERO TO WS-ENROLL-SUM.
005540     MOVE ZERO TO WS-DROP-SUM.
005550     PERFORM 4100-ONE-COMP-TERM THRU 4100-ONE-COMP-TERM-EXIT
005560         VARYING WS-COMP-SUB FROM 1 BY 1
005570         UNTIL WS-COMP-SUB > WS-COMP-COUNT.

005580     IF WS-TERMS-WITH-DATA = ZERO
005590         ADD 1 TO WS-COURSES-NO-HIST
005600         MOVE "  NO HISTORY IN ANY COMPARABLE TERM - ROLLS WITH"
005610             TO WS-REPORT-LINE
005620         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
005630         MOVE "  PRIOR CAPACITY; NO CAPFCST RECORD WRITTEN"
005640             TO WS-REPORT-LINE
005650         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
005660         GO TO 4000-BLANK-LINE
005670     END-IF.

005680     PERFORM 4200-COMPUTE-SUGGESTION
005690         THRU 4200-COMPUTE-SUGGESTION-EXIT.
005700     ADD 1 TO WS-COURSES-FORECAST.

005710     MOVE WS-AVG-DEMAND TO WS-COUNT-ED.
005720     MOVE WS-DROP-PCT TO WS-PCT-ED.
005730     MOVE WS-TREND-PCT TO WS-TREND-ED.
005740     MOVE FP-HEADROOM-PCT TO WS-HEAD-ED.
005750     MOVE SPACES TO WS-REPORT-LINE.
005760     STRING "  AVG DEMAND " DELIMITED BY SIZE
005770            WS-COUNT-ED DELIMITED BY SIZE
005780            "  DROP RATE " DELIMITED BY SIZE
005790            WS-PCT-ED DELIMITED BY SIZE
005800            "%  CENSUS TREND " DELIMITED BY SIZE
005810            WS-TREND-ED DELIMITED BY SIZE
005820            "%  HEADROOM " DELIMITED BY SIZE
005830            WS-HEAD-ED DELIMITED BY SIZE
005840            "%" DELIMITED BY SIZE
005850         INTO WS-REPORT-LINE.
005860     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

005870     EVALUATE TRUE
005880         WHEN WS-SUGGESTED > WS-CT-PRIOR-CAP (WS-CRS-SUB)
005890             MOVE "RAISE - DEMAND ABOVE PRIOR CAPACITY"
005900                 TO WS-DIRECTION
005910         WHEN WS-SUGGESTED < WS-CT-PRIOR-CAP (WS-CRS-SUB)
005920             MOVE "LOWER - DEMAND BELOW PRIOR CAPACITY"
005930                 TO WS-DIRECTION
005940         WHEN OTHER
005950             MOVE "HOLD - DEMAND MATCHES PRIOR CAPACITY"
005960                 TO WS-DIRECTION
005970     END-EVALUATE.
005980     MOVE WS-SUGGESTED TO WS-SUGG-ED.
005990     MOVE SPACES TO WS-REPORT-LINE.
006000     STRING "  SUGGESTED " DELIMITED BY SIZE
006010            WS-SUGG-ED DELIMITED BY SIZE
006020            "  " DELIMITED BY SIZE
006030            WS-DIRECTION DELIMITED BY SIZE
006040         INTO WS-REPORT-LINE.
006050     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

006060     PERFORM 4300-FORECAST-SECTION THRU 4300-FORECAST-SECTION-EXIT
006070         VARYING WS-SECT-SUB FROM 1 BY 1
006080         UNTIL WS-SECT-SUB > WS-SECT-COUNT.

006090 4000-BLANK-LINE.
006100     MOVE SPACES TO WS-REPORT-LINE.
006110     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006120 4000-FORECAST-COURSE-EXIT.
006130     EXIT.

006140******************************************************************
006150* 4100-ONE-COMP-TERM - ONE COMPARABLE TERM'S FIGURES INTO THE
006160*                      TOTALS AND ONTO THE REPORT.  FINAL SEATS
006170*                      FALL BACK TO THE ENROLLED COUNT WHEN THE
006180*                      TERM HAS NO SEAT COUNTER.
006190******************************************************************
006200 4100-ONE-COMP-TERM.
006210     IF WS-CT-SEAT-FLAG (WS-CRS-SUB, WS-COMP-SUB) NOT = "Y"
006220         MOVE WS-CT-ENROLLED (WS-CRS-SUB, WS-COMP-SUB)
006230             TO WS-CT-SEATS (WS-CRS-SUB, WS-COMP-SUB)
006240     END-IF.
006250     IF WS-CT-SEATS (WS-CRS-SUB, WS-COMP-SUB) = ZERO
006260             AND WS-CT-WAITING (WS-CRS-SUB, WS-COMP-SUB) = ZERO
006270             AND WS-CT-DROPPED (WS-CRS-SUB, WS-COMP-SUB) = ZERO
006280         MOVE SPACES TO WS-REPORT-LINE
006290         STRING "  TERM " DELIMITED BY SIZE
006300                FP-COMP-TERM (WS-COMP-SUB) DELIMITED BY SIZE
006310                "  NOT OFFERED OR NO REGISTRATIONS"
006320                    DELIMITED BY SIZE
006330             INTO WS-REPORT-LINE
006340         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
006350         GO TO 4100-ONE-COMP-TERM-EXIT
006360     END-IF.
006370     ADD 1 TO WS-TERMS-WITH-DATA.
006380     COMPUTE WS-TERM-DEMAND =
006390         WS-CT-SEATS (WS-CRS-SUB, WS-COMP-SUB)
006400         + WS-CT-WAITING (WS-CRS-SUB, WS-COMP-SUB).
006410     ADD WS-TERM-DEMAND TO WS-DEMAND-SUM.
006420     ADD WS-CT-ENROLLED (WS-CRS-SUB, WS-COMP-SUB)
006430         TO WS-ENROLL-SUM.
006440     ADD WS-CT-DROPPED (WS-CRS-SUB, WS-COMP-SUB) TO WS-DROP-SUM.

006450     MOVE WS-CT-SEATS (WS-CRS-SUB, WS-COMP-SUB) TO WS-SEATS-ED.
006460     MOVE WS-CT-WAITING (WS-CRS-SUB, WS-COMP-SUB) TO WS-WAIT-ED.
006470     MOVE WS-CT-DROPPED (WS-CRS-SUB, WS-COMP-SUB) TO WS-DROP-ED.
006480     MOVE WS-CENSUS-COUNT (WS-COMP-SUB) TO WS-CENSUS-ED.
006490     MOVE SPACES TO WS-REPORT-LINE.
006500     STRING "  TERM " DELIMITED BY SIZE
006510            FP-COMP-TERM (WS-COMP-SUB) DELIMITED BY SIZE
006520            "  FINAL SEATS " DELIMITED BY SIZE
006530            WS-SEATS-ED DELIMITED BY SIZE
006540            "  WAITING " DELIMITED BY SIZE
006550            WS-WAIT-ED DELIMITED BY SIZE
006560            "  DROPPED " DELIMITED BY SIZE
006570            WS-DROP-ED DELIMITED BY SIZE
006580            "  CENSUS " DELIMITED BY SIZE
006590            WS-CENSUS-ED DELIMITED BY SIZE
006600         INTO WS-REPORT-LINE.
006610     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006620 4100-ONE-COMP-TERM-EXIT.
006630     EXIT.

006640******************************************************************
006650* 4200-COMPUTE-SUGGESTION - AVERAGE DEMAND, DROP RATE, CENSUS
006660*                           TREND, HEADROOM, TO ONE FIGURE.
006670******************************************************************
006680 4200-COMPUTE-SUGGESTION.
006690     COMPUTE WS-AVG-DEMAND ROUNDED =
006700         WS-DEMAND-SUM / WS-TERMS-WITH-DATA.

006710     MOVE ZERO TO WS-DROP-PCT.
006720     IF WS-ENROLL-SUM + WS-DROP-SUM > ZERO
006730         COMPUTE WS-DROP-PCT ROUNDED =
006740             (WS-DROP-SUM * 100) / (WS-ENROLL-SUM + WS-DROP-SUM)
006750     END-IF.
006760     IF WS-DROP-PCT > 50
006770         MOVE 50 TO WS-DROP-PCT
006780     END-IF.

006790*    TREND: THE NEWEST COMPARABLE TERM'S HEADCOUNT OVER THE
006800*    OLDEST ONE'S, WHEN BOTH WERE FROZEN.
006810     MOVE 100 TO WS-TREND-PCT.
006820     MOVE ZERO TO WS-NEWEST-CENSUS.
006830     MOVE ZERO TO WS-OLDEST-CENSUS.
006840     PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
006850             UNTIL WS-COMP-SUB > WS-COMP-COUNT
006860         IF WS-CENSUS-COUNT (WS-COMP-SUB) > ZERO
006870             IF WS-NEWEST-CENSUS = ZERO
006880                 MOVE WS-CENSUS-COUNT (WS-COMP-SUB)
006890                     TO WS-NEWEST-CENSUS
006900             END-IF
006910             MOVE WS-CENSUS-COUNT (WS-COMP-SUB)
006920                 TO WS-OLDEST-CENSUS
006930         END-IF
006940     END-PERFORM.
006950     IF WS-NEWEST-CENSUS > ZERO AND WS-OLDEST-CENSUS > ZERO
006960         COMPUTE WS-TREND-PCT ROUNDED =
006970             (WS-NEWEST-CENSUS * 100) / WS-OLDEST-CENSUS
006980     END-IF.
006990     IF WS-TREND-PCT < 80
007000         MOVE 80 TO WS-TREND-PCT
007010     END-IF.
007020     IF WS-TREND-PCT > 120
007030         MOVE 120 TO WS-TREND-PCT
007040     END-IF.

007050     COMPUTE WS-SUGGESTED ROUNDED =
007060         (WS-AVG-DEMAND * 100 / (100 - WS-DROP-PCT))
007070         * WS-TREND-PCT / 100
007080         * (100 + FP-HEADROOM-PCT) / 100.
007090 4200-COMPUTE-SUGGESTION-EXIT.
007100     EXIT.

007110******************************************************************
007120* 4300-FORECAST-SECTION - THE COURSE FIGURE SPREAD OVER ONE OF
007130*                         ITS SECTIONS BY THAT SECTION'S SHARE OF
007140*                         THE PRIOR CAPACITY (EVENLY WHEN THERE
007150*                         WAS NONE), AND ITS CAPFCST RECORD.
007160******************************************************************
007170 4300-FORECAST-SECTION.
007180     IF WS-ST-CRS-SUB (WS-SECT-SUB) NOT = WS-CRS-SUB
007190         GO TO 4300-FORECAST-SECTION-EXIT
007200     END-IF.
007210     IF WS-CT-PRIOR-CAP (WS-CRS-SUB) > ZERO
007220         COMPUTE WS-SECTION-CAP ROUNDED =
007230             WS-SUGGESTED * WS-ST-PRIOR-CAP (WS-SECT-SUB)
007240             / WS-CT-PRIOR-CAP (WS-CRS-SUB)
007250     ELSE
007260         COMPUTE WS-SECTION-CAP ROUNDED =
007270             WS-SUGGESTED / WS-CT-SECTIONS (WS-CRS-SUB)
007280     END-IF.
007290     IF WS-SECTION-CAP < WS-MIN-SECTION-CAP
007300         MOVE WS-MIN-SECTION-CAP TO WS-SECTION-CAP
007310     END-IF.
007320     IF WS-SECTION-CAP > 999
007330         MOVE 999 TO WS-SECTION-CAP
007340     END-IF.

007350     MOVE WS-CT-COURSE (WS-CRS-SUB) TO CF-COURSE-CODE.
007360     MOVE WS-SECTION-CAP TO CF-SUGGESTED-CAP.
007370     MOVE WS-ST-SECTION (WS-SECT-SUB) TO CF-SECTION.
007380     MOVE FP-PLAN-TERM TO CF-FORECAST-TERM.
007390     MOVE WS-ST-PRIOR-CAP (WS-SECT-SUB) TO CF-PRIOR-CAP.
007400     MOVE WS-AVG-DEMAND TO CF-BASIS-DEMAND.
007410     WRITE CF-FORECAST-RECORD.
007420     ADD 1 TO WS-RECORDS-WRITTEN.

007430     MOVE WS-ST-PRIOR-CAP (WS-SECT-SUB) TO WS-PRIOR-ED.
007440     MOVE WS-SECTION-CAP TO WS-SUGG-ED.
007450     MOVE SPACES TO WS-REPORT-LINE.
007460     STRING "    SECTION " DELIMITED BY SIZE
007470            WS-ST-SECTION (WS-SECT-SUB) DELIMITED BY SIZE
007480            "  PRIOR " DELIMITED BY SIZE
007490            WS-PRIOR-ED DELIMITED BY SIZE
007500            "  SUGGESTED " DELIMITED BY SIZE
007510            WS-SUGG-ED DELIMITED BY SIZE
007520         INTO WS-REPORT-LINE.
007530     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
007540 4300-FORECAST-SECTION-EXIT.
007550     EXIT.

007560******************************************************************
007570* 9000-FINISH - TOTALS, THE REVIEW LINE, CLOSE FILES.
007580******************************************************************
007590 9000-FINISH.
007600     MOVE WS-COURSES-FORECAST TO WS-COUNT-ED.
007610     MOVE SPACES TO WS-REPORT-LINE.
007620     STRING "COURSES FORECAST:      " DELIMITED BY SIZE
007630            WS-COUNT-ED DELIMITED BY SIZE
007640         INTO WS-REPORT-LINE.
007650     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
007660     MOVE WS-COURSES-NO-HIST TO WS-COUNT-ED.
007670     MOVE SPACES TO WS-REPORT-LINE.
007680     STRING "COURSES WITHOUT HISTORY:" DELIMITED BY SIZE
007690            WS-COUNT-ED DELIMITED BY SIZE
007700         INTO WS-REPORT-LINE.
007710     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
007720     MOVE WS-RECORDS-WRITTEN TO WS-COUNT-ED.
007730     MOVE SPACES TO WS-REPORT-LINE.
007740     STRING "CAPFCST RECORDS:       " DELIMITED BY SIZE
007750            WS-COUNT-ED DELIMITED BY SIZE
007760         INTO WS-REPORT-LINE.
007770     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
007780     MOVE SPACES TO WS-REPORT-LINE.
007790     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
007800     MOVE "FOR DEPARTMENT CHAIR REVIEW BEFORE THE TERM ROLL."
007810         TO WS-REPORT-LINE.
007820     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
007830     CLOSE CAP-FORECAST.
007840     CLOSE PLAN-RPT.
007850     IF WS-TABLE-FULL
007860         MOVE 4 TO RETURN-CODE
007870     ELSE
007880         MOVE 0 TO RETURN-CODE
007890     END-IF.
007900 9000-FINISH-EXIT.
007910     EXIT.

007920 END PROGRAM DEMFCST.
