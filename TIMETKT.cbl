000010******************************************************************
000020* PROGRAM-ID : TIMETKT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   REGISTRATION TIME TICKETS.  RUN ONCE THE REGISTRAR HAS KEYED
000090*   THE COMING TERM'S REGISTRATION WINDOWS (TKTWNDW - ONE START
000100*   DATE AND TIME PER PRIORITY GROUP), AND AGAIN WHENEVER THEY OR
000110*   THE OVERRIDE GROUPS CHANGE.  EVERY ACTIVE STUDENT ON THE
000120*   MASTER IS GIVEN A TICKET (TIMETKT) FOR THE TERM:
000130*     - AN OVERRIDE GROUP PLACED BY ATHLETICS, DISABILITY SERVICES
000140*       OR ANY OTHER OFFICE WITH A WINDOW OF ITS OWN (TKTGROUP)
000150*       WINS, THE TERM-SPECIFIC ENTRY OVER AN EVERY-TERM ONE;
000160*     - OTHERWISE THE CLASS STANDING FROM THE CUMULATIVE EARNED
000170*       HOURS ON THE LATEST TERM SUMMARY (TRMSUMM) - SENIOR 90,
000180*       JUNIOR 60, SOPHOMORE 30, ELSE FRESHMAN.
000190*   THE TICKET OPENS AT THE GROUP'S WINDOW.  ENRLBAT REFUSES AN
000200*   ADD STAMPED BEFORE IT ("TT").  A RERUN REPLACES THE TERM'S
000210*   TICKETS.
000220*   AN OVERRIDE GROUP WITH NO WINDOW FALLS BACK TO THE STANDING,
000230*   AND A STANDING WITH NO WINDOW GETS NO TICKET - BOTH ARE LISTED
000240*   AS EXCEPTIONS (RC 4).  THE REPORT IS THE TIME-TICKET ROSTER IN
000250*   WINDOW ORDER.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   2026-10-15  RO   ORIGINAL PROGRAM.
000283*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000286*                    AS A CHAIN STEP BY CALL.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    TIMETKT.
000320 AUTHOR.        R. OKONKWO.
000330 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT WINDOW-FILE ASSIGN TO "TKTWNDW"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-WNDW-STATUS.

000420     SELECT OVERRIDE-FILE ASSIGN TO "TKTGROUP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-OVRD-STATUS.

000450     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SM-STUDENT-ID
000490         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-MAST-STATUS.

000520     SELECT TERM-SUMMARY ASSIGN TO "TRMSUMM"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS TS-SUMMARY-KEY
000560         FILE STATUS IS WS-SUMM-STATUS.

000570     SELECT TICKET-FILE ASSIGN TO "TIMETKT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS TK-TICKET-KEY
000610         FILE STATUS IS WS-TKT-STATUS.

000620     SELECT TICKET-RPT ASSIGN TO "TKTRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.

000650     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  WINDOW-FILE.
000690     COPY "tktwndw.cpy".

000700 FD  OVERRIDE-FILE.
000710     COPY "tktgroup.cpy".

000720 FD  STUDENT-MASTER.
000730     COPY "studrec.cpy".

000740 FD  TERM-SUMMARY.
000750     COPY "trmsumm.cpy".

000760 FD  TICKET-FILE.
000770     COPY "timetkt.cpy".

000780 FD  TICKET-RPT.
000790 01  TR-REPORT-LINE           PIC X(80).

000800 SD  SORT-WORK.
000810 01  SW-SORT-RECORD.
000820     05  SW-START-DATE        PIC 9(08).
000830     05  SW-START-TIME        PIC 9(04).
000840     05  SW-PRIORITY-GROUP    PIC X(02).
000850     05  SW-STUDENT-ID        PIC 9(08).
000860     05  SW-STUDENT-NAME      PIC X(15).
000870     05  SW-CUM-EARNED        PIC 9(04).

000880 WORKING-STORAGE SECTION.
000890     COPY "runhdr.cpy".

000900 01  WS-SWITCHES.
000910     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000920         88  WS-EOF           VALUE "Y".
000930     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
000940         88  WS-SORT-EOF      VALUE "Y".
000950     05  WS-WNDW-EOF-SWITCH   PIC X(01) VALUE "N".
000960         88  WS-WNDW-EOF      VALUE "Y".
000970     05  WS-OVRD-EOF-SWITCH   PIC X(01) VALUE "N".
000980         88  WS-OVRD-EOF      VALUE "Y".
000990     05  WS-SUMM-EOF-SWITCH   PIC X(01) VALUE "N".
001000         88  WS-SUMM-EOF      VALUE "Y".
001010     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001020         88  WS-FATAL         VALUE "Y".
001030     05  WS-FIRST-BREAK-SWITCH
001040                              PIC X(01) VALUE "Y".
001050         88  WS-FIRST-BREAK   VALUE "Y".
001060     05  WS-EXC-HEAD-SWITCH   PIC X(01) VALUE "N".
001070         88  WS-EXC-HEAD-DONE VALUE "Y".

001080 01  WS-FILE-STATUSES.
001090     05  WS-WNDW-STATUS       PIC X(02) VALUE "00".
001100     05  WS-OVRD-STATUS       PIC X(02) VALUE "00".
001110     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001120     05  WS-SUMM-STATUS       PIC X(02) VALUE "00".
001130     05  WS-TKT-STATUS        PIC X(02) VALUE "00".
001140     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001150*    A SITE THAT HAS NOT YET CLOSED A TERM HAS NO SUMMARIES -
001160*    EVERY STUDENT IS THEN A FRESHMAN UNLESS OVERRIDDEN.
001170 01  WS-SUMM-OPEN-SWITCH      PIC X(01) VALUE "N".
001180     88  WS-SUMM-FILE-OPEN    VALUE "Y".

001190 01  WS-COUNTERS COMP.
001200     05  WS-STUDENTS-READ     PIC 9(06) VALUE ZERO.
001210     05  WS-NOT-ACTIVE        PIC 9(06) VALUE ZERO.
001220     05  WS-TICKETS-WRITTEN   PIC 9(06) VALUE ZERO.
001230     05  WS-OVERRIDES-USED    PIC 9(06) VALUE ZERO.
001240     05  WS-EXCEPTIONS        PIC 9(06) VALUE ZERO.
001250     05  WS-OTHER-TERM-ROWS   PIC 9(06) VALUE ZERO.
001260     05  WS-GROUP-COUNT       PIC 9(06) VALUE ZERO.

001270*    THE TERM BEING TICKETED IS THE ONE ON THE FIRST WINDOW
001280*    RECORD; ROWS FOR ANY OTHER TERM ARE COUNTED AND IGNORED.
001290 01  WS-TICKET-TERM           PIC X(05) VALUE SPACES.

001300*    CLASS-STANDING THRESHOLDS IN CUMULATIVE EARNED HOURS.
001310 01  WS-STANDING-HOURS.
001320     05  WS-SENIOR-HOURS      PIC 9(04) VALUE 90.
001330     05  WS-JUNIOR-HOURS      PIC 9(04) VALUE 60.
001340     05  WS-SOPHOMORE-HOURS   PIC 9(04) VALUE 30.

001350*    THE TERM'S WINDOWS, ONE PER PRIORITY GROUP.
001360 01  WS-WINDOW-TABLE.
001370     05  WS-WINDOW-ENTRY OCCURS 20 TIMES.
001380         10  WS-WN-GROUP      PIC X(02).
001390         10  WS-WN-DATE       PIC 9(08).
001400         10  WS-WN-TIME       PIC 9(04).
001410         10  WS-WN-COUNT      PIC 9(06).
001420 01  WS-WINDOW-USED           PIC 9(02) COMP VALUE ZERO.
001430 01  WS-WN-SUB                PIC 9(02) COMP.
001440 01  WS-WN-FOUND              PIC 9(02) COMP.

001450*    OVERRIDE GROUPS FOR THE TERM (OR EVERY TERM).
001460 01  WS-OVERRIDE-TABLE.
001470     05  WS-OVERRIDE-ENTRY OCCURS 2000 TIMES.
001480         10  WS-OV-STUDENT    PIC 9(08).
001490         10  WS-OV-TERM       PIC X(05).
001500         10  WS-OV-GROUP      PIC X(02).
001510 01  WS-OVERRIDE-USED         PIC 9(04) COMP VALUE ZERO.
001520 01  WS-OVERRIDE-DROPPED      PIC 9(04) COMP VALUE ZERO.
001530 01  WS-OV-SUB                PIC 9(04) COMP.

001540*    THE STUDENT BEING TICKETED.
001550 01  WS-CUM-EARNED            PIC 9(04).
001560 01  WS-LATEST-CLOSE          PIC 9(08).
001570 01  WS-STANDING-GROUP        PIC X(02).
001580 01  WS-OVERRIDE-GROUP        PIC X(02).
001590 01  WS-OVERRIDE-TERM         PIC X(05).
001600 01  WS-TICKET-GROUP          PIC X(02).
001610 01  WS-EXC-REASON            PIC X(50).

001620*    THE WINDOW BEING PRINTED ON THE ROSTER.
001630 01  WS-CURRENT-WINDOW.
001640     05  WS-CUR-DATE          PIC 9(08).
001650     05  WS-CUR-TIME          PIC 9(04).
001660     05  WS-CUR-GROUP         PIC X(02).

001670 01  WS-EDIT-FIELDS.
001680     05  WS-COUNT-ED          PIC ZZZZZ9.
001690     05  WS-EARNED-ED         PIC ZZZ9.

001700 01  WS-REPORT-LINE           PIC X(80).

001710 PROCEDURE DIVISION.

001720******************************************************************
001730* 0000-MAINLINE.
001740******************************************************************
001750 0000-MAINLINE.
001760     MOVE "TIMETKT" TO RH-PROGRAM-NAME.
001770     CALL "BIZDATE" USING RH-RUN-DATE.
001780     ACCEPT RH-RUN-TIME FROM TIME.
001790     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001800         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001820     IF NOT WS-FATAL
001830         SORT SORT-WORK
001840             ON ASCENDING KEY SW-START-DATE
001850                              SW-START-TIME
001860                              SW-PRIORITY-GROUP
001870                              SW-STUDENT-ID
001880             INPUT PROCEDURE IS 2000-ASSIGN-TICKETS
001890                 THRU 2000-ASSIGN-TICKETS-EXIT
001900             OUTPUT PROCEDURE IS 2500-PRINT-ROSTER
001910                 THRU 2500-PRINT-ROSTER-EXIT
001920     END-IF.
001930     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001940     ACCEPT RH-RUN-TIME FROM TIME.
001950     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001960         RH-RUN-TIME.
001965*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
001970     GOBACK.

001980******************************************************************
001990* 1000-INITIALIZE - LOAD THE WINDOWS AND OVERRIDES, OPEN FILES.
002000******************************************************************
002010 1000-INITIALIZE.
002020     OPEN OUTPUT TICKET-RPT.
002030     MOVE "REGISTRATION TIME-TICKET ROSTER" TO WS-REPORT-LINE.
002040     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.

002050     OPEN INPUT WINDOW-FILE.
002060     IF WS-WNDW-STATUS = "00"
002070         PERFORM 1100-LOAD-WINDOW THRU 1100-LOAD-WINDOW-EXIT
002080             UNTIL WS-WNDW-EOF
002090         CLOSE WINDOW-FILE
002100     END-IF.
002110     IF WS-WINDOW-USED = ZERO
002120         MOVE "  (NO WINDOWS ON TKTWNDW - NOTHING DONE)"
002130             TO WS-REPORT-LINE
002140         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
002150         SET WS-FATAL TO TRUE
002160         GO TO 1000-INITIALIZE-EXIT
002170     END-IF.

002180     OPEN INPUT STUDENT-MASTER.
002190     IF WS-MAST-STATUS NOT = "00"
002200         MOVE "  (STUDENT MASTER NOT AVAILABLE - NOTHING DONE)"
002210             TO WS-REPORT-LINE
002220         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
002230         SET WS-FATAL TO TRUE
002240         GO TO 1000-INITIALIZE-EXIT
002250     END-IF.

002260*    NO OVERRIDE FILE SIMPLY MEANS NO OFFICE HAS PLACED ANYONE.
002270     OPEN INPUT OVERRIDE-FILE.
002280     IF WS-OVRD-STATUS = "00"
002290         PERFORM 1200-LOAD-OVERRIDE THRU 1200-LOAD-OVERRIDE-EXIT
002300             UNTIL WS-OVRD-EOF
002310         CLOSE OVERRIDE-FILE
002320     END-IF.
002330     OPEN INPUT TERM-SUMMARY.
002340     IF WS-SUMM-STATUS = "00"
002350         SET WS-SUMM-FILE-OPEN TO TRUE
002360     END-IF.
002370     OPEN I-O TICKET-FILE.
002380     IF WS-TKT-STATUS = "35"
002390         OPEN OUTPUT TICKET-FILE
002400         CLOSE TICKET-FILE
002410         OPEN I-O TICKET-FILE
002420     END-IF.

002430     MOVE SPACES TO WS-REPORT-LINE.
002440     STRING "TERM " DELIMITED BY SIZE
002450            WS-TICKET-TERM DELIMITED BY SIZE
002460            "   ASSIGNED " DELIMITED BY SIZE
002470            RH-RUN-DATE DELIMITED BY SIZE
002480         INTO WS-REPORT-LINE.
002490     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
002500     MOVE SPACES TO WS-REPORT-LINE.
002510     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
002520 1000-INITIALIZE-EXIT.
002530     EXIT.

002540******************************************************************
002550* 1100-LOAD-WINDOW - ONE GROUP'S WINDOW FOR THE TERM.
002560******************************************************************
002570 1100-LOAD-WINDOW.
002580     READ WINDOW-FILE
002590         AT END
002600             SET WS-WNDW-EOF TO TRUE
002610             GO TO 1100-LOAD-WINDOW-EXIT
002620     END-READ.
002630     IF TW-TERM-CODE = SPACES OR TW-PRIORITY-GROUP = SPACES
002640         GO TO 1100-LOAD-WINDOW-EXIT
002650     END-IF.
002660     IF WS-TICKET-TERM = SPACES
002670         MOVE TW-TERM-CODE TO WS-TICKET-TERM
002680     END-IF.
002690     IF TW-TERM-CODE NOT = WS-TICKET-TERM
002700         ADD 1 TO WS-OTHER-TERM-ROWS
002710         GO TO 1100-LOAD-WINDOW-EXIT
002720     END-IF.
002730     IF TW-START-DATE NOT NUMERIC
002740         MOVE ZERO TO TW-START-DATE
002750     END-IF.
002760     IF TW-START-TIME NOT NUMERIC
002770         MOVE ZERO TO TW-START-TIME
002780     END-IF.
002790     MOVE TW-PRIORITY-GROUP TO WS-TICKET-GROUP.
002800     PERFORM 2350-FIND-WINDOW THRU 2350-FIND-WINDOW-EXIT.
002810     IF WS-WN-FOUND = ZERO
002820         IF WS-WINDOW-USED NOT < 20
002830             GO TO 1100-LOAD-WINDOW-EXIT
002840         END-IF
002850         ADD 1 TO WS-WINDOW-USED
002860         MOVE WS-WINDOW-USED TO WS-WN-FOUND
002870         MOVE TW-PRIORITY-GROUP TO WS-WN-GROUP (WS-WN-FOUND)
002880         MOVE ZERO TO WS-WN-COUNT (WS-WN-FOUND)
002890     END-IF.
002900     MOVE TW-START-DATE TO WS-WN-DATE (WS-WN-FOUND).
002910     MOVE TW-START-TIME TO WS-WN-TIME (WS-WN-FOUND).
002920 1100-LOAD-WINDOW-EXIT.
002930     EXIT.

002940******************************************************************
002950* 1200-LOAD-OVERRIDE - ONE OVERRIDE GROUP PLACEMENT.  ONLY THIS
002960*                      TERM'S AND EVERY-TERM ENTRIES ARE KEPT.
002970******************************************************************
002980 1200-LOAD-OVERRIDE.
002990     READ OVERRIDE-FILE
003000         AT END
003010             SET WS-OVRD-EOF TO TRUE
003020             GO TO 1200-LOAD-OVERRIDE-EXIT
003030     END-READ.
003040     IF PG-STUDENT-ID NOT NUMERIC OR PG-PRIORITY-GROUP = SPACES
003050         GO TO 1200-LOAD-OVERRIDE-EXIT
003060     END-IF.
003070     IF PG-TERM-CODE NOT = SPACES
003080             AND PG-TERM-CODE NOT = WS-TICKET-TERM
003090         GO TO 1200-LOAD-OVERRIDE-EXIT
003100     END-IF.
003110     IF WS-OVERRIDE-USED NOT < 2000
003120         ADD 1 TO WS-OVERRIDE-DROPPED
003130         GO TO 1200-LOAD-OVERRIDE-EXIT
003140     END-IF.
003150     ADD 1 TO WS-OVERRIDE-USED.
003160     MOVE PG-STUDENT-ID TO WS-OV-STUDENT (WS-OVERRIDE-USED).
003170     MOVE PG-TERM-CODE TO WS-OV-TERM (WS-OVERRIDE-USED).
003180     MOVE PG-PRIORITY-GROUP TO WS-OV-GROUP (WS-OVERRIDE-USED).
003190 1200-LOAD-OVERRIDE-EXIT.
003200     EXIT.

003210******************************************************************
003220* 2000-ASSIGN-TICKETS - INPUT PROCEDURE: TICKET EVERY ACTIVE
003230*                       STUDENT AND RELEASE THE TICKET TO THE
003240*                       ROSTER SORT.
003250******************************************************************
003260 2000-ASSIGN-TICKETS.
003270     PERFORM 2100-ONE-STUDENT THRU 2100-ONE-STUDENT-EXIT
003280         UNTIL WS-EOF.
003290 2000-ASSIGN-TICKETS-EXIT.
003300     EXIT.

003310******************************************************************
003320* 2100-ONE-STUDENT - GROUP, WINDOW AND TICKET FOR ONE STUDENT.
003330******************************************************************
003340 2100-ONE-STUDENT.
003350     READ STUDENT-MASTER NEXT RECORD
003360         AT END
003370             SET WS-EOF TO TRUE
003380             GO TO 2100-ONE-STUDENT-EXIT
003390     END-READ.
003400     IF WS-MAST-STATUS NOT = "00"
003410         SET WS-EOF TO TRUE
003420         GO TO 2100-ONE-STUDENT-EXIT
003430     END-IF.
003440     ADD 1 TO WS-STUDENTS-READ.
003450     IF NOT SM-ENR-ACTIVE
003460         ADD 1 TO WS-NOT-ACTIVE
003470         GO TO 2100-ONE-STUDENT-EXIT
003480     END-IF.

003490     PERFORM 2200-CUM-EARNED THRU 2200-CUM-EARNED-EXIT.
003500     EVALUATE TRUE
003510         WHEN WS-CUM-EARNED NOT < WS-SENIOR-HOURS
003520             MOVE "SR" TO WS-STANDING-GROUP
003530         WHEN WS-CUM-EARNED NOT < WS-JUNIOR-HOURS
003540             MOVE "JR" TO WS-STANDING-GROUP
003550         WHEN WS-CUM-EARNED NOT < WS-SOPHOMORE-HOURS
003560             MOVE "SO" TO WS-STANDING-GROUP
003570         WHEN OTHER
003580             MOVE "FR" TO WS-STANDING-GROUP
003590     END-EVALUATE.

003600     PERFORM 2300-FIND-OVERRIDE THRU 2300-FIND-OVERRIDE-EXIT.
003610     IF WS-OVERRIDE-GROUP NOT = SPACES
003620         MOVE WS-OVERRIDE-GROUP TO WS-TICKET-GROUP
003630         PERFORM 2350-FIND-WINDOW THRU 2350-FIND-WINDOW-EXIT
003640         IF WS-WN-FOUND NOT = ZERO
003650             ADD 1 TO WS-OVERRIDES-USED
003660             GO TO 2100-WRITE-TICKET
003670         END-IF
003680         MOVE "NO WINDOW FOR OVERRIDE GROUP - STANDING USED"
003690             TO WS-EXC-REASON
003700         PERFORM 2600-EXCEPTION-LINE THRU 2600-EXCEPTION-LINE-EXIT
003710     END-IF.
003720     MOVE WS-STANDING-GROUP TO WS-TICKET-GROUP.
003730     PERFORM 2350-FIND-WINDOW THRU 2350-FIND-WINDOW-EXIT.
003740     IF WS-WN-FOUND = ZERO
003750         MOVE "NO WINDOW FOR CLASS STANDING - NO TICKET"
003760             TO WS-EXC-REASON
003770         PERFORM 2600-EXCEPTION-LINE THRU 2600-EXCEPTION-LINE-EXIT
003780         GO TO 2100-ONE-STUDENT-EXIT
003790     END-IF.

003800 2100-WRITE-TICKET.
003810     MOVE SM-STUDENT-ID TO TK-STUDENT-ID.
003820     MOVE WS-TICKET-TERM TO TK-TERM-CODE.
003830     MOVE WS-TICKET-GROUP TO TK-PRIORITY-GROUP.
003840     MOVE WS-CUM-EARNED TO TK-CUM-EARNED.
003850     MOVE WS-WN-DATE (WS-WN-FOUND) TO TK-START-DATE.
003860     MOVE WS-WN-TIME (WS-WN-FOUND) TO TK-START-TIME.
003870     MOVE RH-RUN-DATE TO TK-ASSIGN-DATE.
003880     WRITE TK-TICKET-RECORD
003890         INVALID KEY
003900             REWRITE TK-TICKET-RECORD
003910     END-WRITE.
003920     ADD 1 TO WS-TICKETS-WRITTEN.
003930     ADD 1 TO WS-WN-COUNT (WS-WN-FOUND).

003940     MOVE TK-START-DATE TO SW-START-DATE.
003950     MOVE TK-START-TIME TO SW-START-TIME.
003960     MOVE TK-PRIORITY-GROUP TO SW-PRIORITY-GROUP.
003970     MOVE TK-STUDENT-ID TO SW-STUDENT-ID.
003980     MOVE SM-STUDENT-NAME TO SW-STUDENT-NAME.
003990     MOVE TK-CUM-EARNED TO SW-CUM-EARNED.
004000     RELEASE SW-SORT-RECORD.
004010 2100-ONE-STUDENT-EXIT.
004020     EXIT.

004030******************************************************************
004040* 2200-CUM-EARNED - CUMULATIVE EARNED HOURS FROM THE STUDENT'S
004050*                   MOST RECENTLY CLOSED TERM SUMMARY (ZERO WHEN
004060*                   THERE IS NONE).
004070******************************************************************
004080 2200-CUM-EARNED.
004090     MOVE ZERO TO WS-CUM-EARNED.
004100     MOVE ZERO TO WS-LATEST-CLOSE.
004110     IF NOT WS-SUMM-FILE-OPEN
004120         GO TO 2200-CUM-EARNED-EXIT
004130     END-IF.
004140     MOVE "N" TO WS-SUMM-EOF-SWITCH.
004150     MOVE SM-STUDENT-ID TO TS-STUDENT-ID.
004160     MOVE LOW-VALUES TO TS-TERM-CODE.
004170     START TERM-SUMMARY
004180         KEY IS NOT LESS THAN TS-SUMMARY-KEY
004190         INVALID KEY
004200             GO TO 2200-CUM-EARNED-EXIT
004210     END-START.
004220     PERFORM 2210-ONE-SUMMARY THRU 2210-ONE-SUMMARY-EXIT
004230         UNTIL WS-SUMM-EOF.
004240 2200-CUM-EARNED-EXIT.
004250     EXIT.

004260 2210-ONE-SUMMARY.
004270     READ TERM-SUMMARY NEXT RECORD
004280         AT END
004290             SET WS-SUMM-EOF TO TRUE
004300             GO TO 2210-ONE-SUMMARY-EXIT
004310     END-READ.
004320     IF WS-SUMM-STATUS NOT = "00"
004330             OR TS-STUDENT-ID NOT = SM-STUDENT-ID
004340         SET WS-SUMM-EOF TO TRUE
004350         GO TO 2210-ONE-SUMMARY-EXIT
004360     END-IF.
004370     IF TS-CLOSE-DATE NOT < WS-LATEST-CLOSE
004380         MOVE TS-CLOSE-DATE TO WS-LATEST-CLOSE
004390         MOVE TS-CUM-EARNED TO WS-CUM-EARNED
004400     END-IF.
004410 2210-ONE-SUMMARY-EXIT.
004420     EXIT.

004430******************************************************************
004440* 2300-FIND-OVERRIDE - THE STUDENT'S OVERRIDE GROUP, IF ANY.  AN
004450*                      ENTRY FOR THIS TERM BEATS AN EVERY-TERM
004460*                      ONE.
004470******************************************************************
004480 2300-FIND-OVERRIDE.
004490     MOVE SPACES TO WS-OVERRIDE-GROUP.
004500     MOVE SPACES TO WS-OVERRIDE-TERM.
004510     PERFORM VARYING WS-OV-SUB FROM 1 BY 1
004520             UNTIL WS-OV-SUB > WS-OVERRIDE-USED
004530         IF WS-OV-STUDENT (WS-OV-SUB) = SM-STUDENT-ID
004540             IF WS-OVERRIDE-GROUP = SPACES
004550                     OR WS-OV-TERM (WS-OV-SUB) NOT = SPACES
004560                 MOVE WS-OV-GROUP (WS-OV-SUB) TO WS-OVERRIDE-GROUP
004570                 MOVE WS-OV-TERM (WS-OV-SUB) TO WS-OVERRIDE-TERM
004580             END-IF
004590         END-IF
004600     END-PERFORM.
004610 2300-FIND-OVERRIDE-EXIT.
004620     EXIT.

004630******************************************************************
004640* 2350-FIND-WINDOW - THE WINDOW-TABLE SLOT FOR WS-TICKET-GROUP
004650*                    (ZERO WHEN THE GROUP HAS NO WINDOW).
004660******************************************************************
004670 2350-FIND-WINDOW.
004680     MOVE ZERO TO WS-WN-FOUND.
004690     PERFORM VARYING WS-WN-SUB FROM 1 BY 1
004700             UNTIL WS-WN-SUB > WS-WINDOW-USED
004710         IF WS-WN-GROUP (WS-WN-SUB) = WS-TICKET-GROUP
004720             MOVE WS-WN-SUB TO WS-WN-FOUND
004730         END-IF
004740     END-PERFORM.
004750 2350-FIND-WINDOW-EXIT.
004760     EXIT.

004770******************************************************************
004780* 2500-PRINT-ROSTER - OUTPUT PROCEDURE: THE TICKETS IN WINDOW
004790*                     ORDER, BREAKING ON EACH WINDOW.
004800******************************************************************
004810 2500-PRINT-ROSTER.
004820     MOVE SPACES TO WS-REPORT-LINE.
004830     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
004840     MOVE SPACES TO WS-REPORT-LINE.
004850     STRING "OPENS     AT    GRP   STUDENT   " DELIMITED BY SIZE
004860            "NAME             EARNED" DELIMITED BY SIZE
004870         INTO WS-REPORT-LINE.
004880     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
004890     PERFORM 2510-RETURN-TICKET THRU 2510-RETURN-TICKET-EXIT.
004900     PERFORM 2520-ONE-TICKET THRU 2520-ONE-TICKET-EXIT
004910         UNTIL WS-SORT-EOF.
004920     IF NOT WS-FIRST-BREAK
004930         PERFORM 2540-WINDOW-SUBTOTAL
004940             THRU 2540-WINDOW-SUBTOTAL-EXIT
004950     END-IF.
004960 2500-PRINT-ROSTER-EXIT.
004970     EXIT.

004980 2510-RETURN-TICKET.
004990     RETURN SORT-WORK
005000         AT END
005010             SET WS-SORT-EOF TO TRUE
005020     END-RETURN.
005030 2510-RETURN-TICKET-EXIT.
005040     EXIT.

005050******************************************************************
005060* 2520-ONE-TICKET - BREAK ON A NEW WINDOW AND PRINT ONE TICKET.
005070******************************************************************
005080 2520-ONE-TICKET.
005090     IF WS-FIRST-BREAK
005100             OR SW-START-DATE NOT = WS-CUR-DATE
005110             OR SW-START-TIME NOT = WS-CUR-TIME
005120             OR SW-PRIORITY-GROUP NOT = WS-CUR-GROUP
005130         IF NOT WS-FIRST-BREAK
005140             PERFORM 2540-WINDOW-SUBTOTAL
005150                 THRU 2540-WINDOW-SUBTOTAL-EXIT
005160         END-IF
005170         MOVE "N" TO WS-FIRST-BREAK-SWITCH
005180         MOVE SW-START-DATE TO WS-CUR-DATE
005190         MOVE SW-START-TIME TO WS-CUR-TIME
005200         MOVE SW-PRIORITY-GROUP TO WS-CUR-GROUP
005210         MOVE ZERO TO WS-GROUP-COUNT
005220     END-IF.
005230     ADD 1 TO WS-GROUP-COUNT.
005240     MOVE SW-CUM-EARNED TO WS-EARNED-ED.
005250     MOVE SPACES TO WS-REPORT-LINE.
005260     STRING SW-START-DATE     DELIMITED BY SIZE
005270            "  "              DELIMITED BY SIZE
005280            SW-START-TIME     DELIMITED BY SIZE
005290            "  "              DELIMITED BY SIZE
005300            SW-PRIORITY-GROUP DELIMITED BY SIZE
005310            "    "            DELIMITED BY SIZE
005320            SW-STUDENT-ID     DELIMITED BY SIZE
005330            "  "              DELIMITED BY SIZE
005340            SW-STUDENT-NAME   DELIMITED BY SIZE
005350            "  "              DELIMITED BY SIZE
005360            WS-EARNED-ED      DELIMITED BY SIZE
005370         INTO WS-REPORT-LINE.
005380     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005390     PERFORM 2510-RETURN-TICKET THRU 2510-RETURN-TICKET-EXIT.
005400 2520-ONE-TICKET-EXIT.
005410     EXIT.

005420 2540-WINDOW-SUBTOTAL.
005430     MOVE WS-GROUP-COUNT TO WS-COUNT-ED.
005440     MOVE SPACES TO WS-REPORT-LINE.
005450     STRING "  GROUP "        DELIMITED BY SIZE
005460            WS-CUR-GROUP      DELIMITED BY SIZE
005470            " TICKETS:"       DELIMITED BY SIZE
005480            WS-COUNT-ED       DELIMITED BY SIZE
005490         INTO WS-REPORT-LINE.
005500     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005510     MOVE SPACES TO WS-REPORT-LINE.
005520     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005530 2540-WINDOW-SUBTOTAL-EXIT.
005540     EXIT.

005550******************************************************************
005560* 2600-EXCEPTION-LINE - LIST ONE STUDENT WHOSE GROUP HAD NO
005570*                       WINDOW, FOR THE REASON IN WS-EXC-REASON.
005580******************************************************************
005590 2600-EXCEPTION-LINE.
005600     ADD 1 TO WS-EXCEPTIONS.
005610     IF NOT WS-EXC-HEAD-DONE
005620         MOVE "EXCEPTIONS" TO WS-REPORT-LINE
005630         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
005640         SET WS-EXC-HEAD-DONE TO TRUE
005650     END-IF.
005660     MOVE SPACES TO WS-REPORT-LINE.
005670     STRING SM-STUDENT-ID     DELIMITED BY SIZE
005680            "  "              DELIMITED BY SIZE
005690            WS-TICKET-GROUP   DELIMITED BY SIZE
005700            "  "              DELIMITED BY SIZE
005710            WS-EXC-REASON     DELIMITED BY SIZE
005720         INTO WS-REPORT-LINE.
005730     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005740 2600-EXCEPTION-LINE-EXIT.
005750     EXIT.

005760******************************************************************
005770* 3000-FINISH - WINDOW COUNTS, RUN TOTALS, CLOSE FILES.
005780******************************************************************
005790 3000-FINISH.
005800     IF WS-FATAL
005810         MOVE 8 TO RETURN-CODE
005820         CLOSE TICKET-RPT
005830         GO TO 3000-FINISH-EXIT
005840     END-IF.
005850     MOVE SPACES TO WS-REPORT-LINE.
005860     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005870     MOVE "WINDOWS" TO WS-REPORT-LINE.
005880     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005890     PERFORM 3100-WINDOW-LINE THRU 3100-WINDOW-LINE-EXIT
005900         VARYING WS-WN-SUB FROM 1 BY 1
005910         UNTIL WS-WN-SUB > WS-WINDOW-USED.

005920     MOVE SPACES TO WS-REPORT-LINE.
005930     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005940     MOVE WS-STUDENTS-READ TO WS-COUNT-ED.
005950     STRING "STUDENTS READ:    " DELIMITED BY SIZE
005960            WS-COUNT-ED DELIMITED BY SIZE
005970         INTO WS-REPORT-LINE.
005980     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
005990     MOVE SPACES TO WS-REPORT-LINE.
006000     MOVE WS-NOT-ACTIVE TO WS-COUNT-ED.
006010     STRING "NOT ACTIVE:       " DELIMITED BY SIZE
006020            WS-COUNT-ED DELIMITED BY SIZE
006030         INTO WS-REPORT-LINE.
006040     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
006050     MOVE SPACES TO WS-REPORT-LINE.
006060     MOVE WS-TICKETS-WRITTEN TO WS-COUNT-ED.
006070     STRING "TICKETS ASSIGNED: " DELIMITED BY SIZE
006080            WS-COUNT-ED DELIMITED BY SIZE
006090         INTO WS-REPORT-LINE.
006100     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
006110     MOVE SPACES TO WS-REPORT-LINE.
006120     MOVE WS-OVERRIDES-USED TO WS-COUNT-ED.
006130     STRING "BY OVERRIDE:      " DELIMITED BY SIZE
006140            WS-COUNT-ED DELIMITED BY SIZE
006150         INTO WS-REPORT-LINE.
006160     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
006170     MOVE SPACES TO WS-REPORT-LINE.
006180     MOVE WS-EXCEPTIONS TO WS-COUNT-ED.
006190     STRING "EXCEPTIONS:       " DELIMITED BY SIZE
006200            WS-COUNT-ED DELIMITED BY SIZE
006210         INTO WS-REPORT-LINE.
006220     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
006230     IF WS-OTHER-TERM-ROWS > ZERO
006240         MOVE SPACES TO WS-REPORT-LINE
006250         MOVE WS-OTHER-TERM-ROWS TO WS-COUNT-ED
006260         STRING "OTHER-TERM WINDOWS" DELIMITED BY SIZE
006270                WS-COUNT-ED DELIMITED BY SIZE
006280                " (IGNORED)" DELIMITED BY SIZE
006290             INTO WS-REPORT-LINE
006300         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
006310     END-IF.
006320     IF WS-OVERRIDE-DROPPED > ZERO
006330         ADD WS-OVERRIDE-DROPPED TO WS-EXCEPTIONS
006340         MOVE SPACES TO WS-REPORT-LINE
006350         MOVE WS-OVERRIDE-DROPPED TO WS-COUNT-ED
006360         STRING "OVERRIDES DROPPED:" DELIMITED BY SIZE
006370                WS-COUNT-ED DELIMITED BY SIZE
006380                " (TABLE FULL)" DELIMITED BY SIZE
006390             INTO WS-REPORT-LINE
006400         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
006410     END-IF.
006420     IF WS-EXCEPTIONS > ZERO
006430         MOVE 4 TO RETURN-CODE
006440     END-IF.

006450     CLOSE STUDENT-MASTER.
006460     IF WS-SUMM-FILE-OPEN
006470         CLOSE TERM-SUMMARY
006480     END-IF.
006490     CLOSE TICKET-FILE.
006500     CLOSE TICKET-RPT.
006510 3000-FINISH-EXIT.
006520     EXIT.

006530 3100-WINDOW-LINE.
006540     MOVE WS-WN-COUNT (WS-WN-SUB) TO WS-COUNT-ED.
006550     MOVE SPACES TO WS-REPORT-LINE.
006560     STRING "  "                    DELIMITED BY SIZE
006570            WS-WN-GROUP (WS-WN-SUB) DELIMITED BY SIZE
006580            "  OPENS "              DELIMITED BY SIZE
006590            WS-WN-DATE (WS-WN-SUB)  DELIMITED BY SIZE
006600            " AT "                  DELIMITED BY SIZE
006610            WS-WN-TIME (WS-WN-SUB)  DELIMITED BY SIZE
006620            "  TICKETS:"            DELIMITED BY SIZE
006630            WS-COUNT-ED             DELIMITED BY SIZE
006640         INTO WS-REPORT-LINE.
006650     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
006660 3100-WINDOW-LINE-EXIT.
006670     EXIT.

006680 END PROGRAM TIMETKT.
