000010******************************************************************
000020* PROGRAM-ID : ROOMUTIL
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ROOM UTILIZATION REPORT BY BUILDING FOR THE TERM NAMED BY THE
000090*   RMUTPARM PARAMETER.  EVERY ROOM ON THE ROOM MASTER (ROOMLOAD)
000100*   IS LISTED UNDER ITS BUILDING WITH THE OPEN SECTIONS OF THE
000110*   TERM SCHEDULED IN IT, THE WEEKLY HOURS THEY MEET, THE SHARE
000120*   OF THE TEACHING WEEK THAT USES, AND HOW MUCH OF THE ROOM'S
000130*   SEATING THE SECTION CAPACITIES FILL.  EACH BUILDING ENDS
000140*   WITH A SUBTOTAL; THE REPORT ENDS WITH CAMPUS-WIDE TOTALS AND
000150*   A COUNT OF SECTIONS WITH NO ROOM OR A ROOM NOT ON FILE.
000153*   A TERM ON RMUTPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000156*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY.
000180*   2026-10-15  RO   ORIGINAL PROGRAM.
000182*   2026-10-15  RO   A BLANK OR MISSING RMUTPARM TERM TAKES THE
000184*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000186*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000188*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    ROOMUTIL.
000220 AUTHOR.        R. OKONKWO.
000230 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000240 DATE-WRITTEN.  2026-10-15.
000250 DATE-COMPILED.

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT UTIL-PARM ASSIGN TO "RMUTPARM"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PARM-STATUS.

000320     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS RM-ROOM-CODE
000360         FILE STATUS IS WS-ROOM-STATUS.

000370     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OF-OFFER-KEY
000410         FILE STATUS IS WS-OFF-STATUS.

000420     SELECT UTIL-RPT ASSIGN TO "ROOMURPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-STATUS.

000450     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  UTIL-PARM.
000490 01  UP-PARM-RECORD.
000500     05  UP-TERM-CODE         PIC X(05).

000510 FD  ROOM-MASTER.
000520     COPY "roomrec.cpy".

000530 FD  OFFERING-FILE.
000540     COPY "crsoffer.cpy".

000550 FD  UTIL-RPT.
000560 01  UR-REPORT-LINE           PIC X(80).

000570 SD  SORT-WORK.
000580 01  SW-SORT-RECORD.
000590     05  SW-BUILDING          PIC X(04).
000600     05  SW-ROOM-CODE         PIC X(06).
000610     05  SW-ROOM-TYPE         PIC X(02).
000620     05  SW-SEATS             PIC 9(03).
000630     05  SW-SECTIONS          PIC 9(03).
000640     05  SW-MINUTES           PIC 9(05).
000650     05  SW-CAPACITY          PIC 9(05).

000660 WORKING-STORAGE SECTION.
000670     COPY "runhdr.cpy".

000673*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000676     COPY "runparm.cpy".

000680 01  WS-SWITCHES.
000690     05  WS-OFF-EOF-SWITCH    PIC X(01) VALUE "N".
000700         88  WS-OFF-EOF       VALUE "Y".
000710     05  WS-ROOM-EOF-SWITCH   PIC X(01) VALUE "N".
000720         88  WS-ROOM-EOF      VALUE "Y".
000730     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
000740         88  WS-SORT-EOF      VALUE "Y".
000750     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
000760         88  WS-FATAL         VALUE "Y".
000770     05  WS-OFF-FULL-SWITCH   PIC X(01) VALUE "N".
000780         88  WS-OFF-FULL      VALUE "Y".

000786 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

000792 01  WS-FILE-STATUSES.
000800     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000810     05  WS-ROOM-STATUS       PIC X(02) VALUE "00".
000820     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
000830     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000840*    THE TEACHING WEEK A ROOM IS MEASURED AGAINST - MONDAY TO
000850*    FRIDAY, 0800 TO 2200 - IN MINUTES.
000860 01  WS-WEEK-MINUTES          PIC 9(05) COMP VALUE 4200.

000870 01  WS-COUNTERS COMP.
000880     05  WS-BLDG-ROOMS        PIC 9(05) VALUE ZERO.
000890     05  WS-BLDG-SECTIONS     PIC 9(05) VALUE ZERO.
000900     05  WS-BLDG-SEATS        PIC 9(07) VALUE ZERO.
000910     05  WS-BLDG-MINUTES      PIC 9(07) VALUE ZERO.
000920     05  WS-BLDG-CAPACITY     PIC 9(07) VALUE ZERO.
000930     05  WS-BLDG-SEAT-SECTS   PIC 9(07) VALUE ZERO.
000940     05  WS-TOTAL-ROOMS       PIC 9(05) VALUE ZERO.
000950     05  WS-TOTAL-SECTIONS    PIC 9(05) VALUE ZERO.
000960     05  WS-TOTAL-MINUTES     PIC 9(07) VALUE ZERO.
000970     05  WS-NO-ROOM-SECTIONS  PIC 9(05) VALUE ZERO.
000980     05  WS-UNKNOWN-SECTIONS  PIC 9(05) VALUE ZERO.

000990*    THE TERM'S OPEN SECTIONS, TABLED ONCE; EACH ROOM SCANS THE
001000*    TABLE AND MARKS THE SECTIONS IT OWNS, SO THOSE LEFT UNMARKED
001010*    AT THE END NAME A ROOM NOT ON THE MASTER.
001020 01  WS-OFF-TABLE.
001030     05  WS-OFF-COUNT         PIC 9(04) COMP VALUE ZERO.
001040     05  WS-OFF-ENTRY OCCURS 2000 TIMES.
001050         10  WS-OT-ROOM       PIC X(06).
001060         10  WS-OT-MINUTES    PIC 9(05).
001070         10  WS-OT-CAPACITY   PIC 9(03).
001080         10  WS-OT-MATCHED    PIC X(01).
001090 77  WS-OFF-SUB               PIC 9(04) COMP.
001100 77  WS-DAY-SUB               PIC 9(01) COMP.
001110 77  WS-DAY-COUNT             PIC 9(01) COMP.

001120 01  WS-TIME-WORK.
001130     05  WS-HOURS             PIC 9(02).
001140     05  WS-MINS              PIC 9(02).
001150     05  WS-START-MINUTES     PIC 9(04).
001160     05  WS-END-MINUTES       PIC 9(04).
001170     05  WS-MEET-MINUTES      PIC 9(05).

001180 01  WS-PCT-WORK.
001190     05  WS-USE-PCT           PIC 9(03).
001200     05  WS-FILL-PCT          PIC 9(03).
001210     05  WS-HOURS-WORK        PIC 9(05)V9.

001220 01  WS-CURRENT-BUILDING      PIC X(04) VALUE LOW-VALUES.
001230 01  WS-FIRST-BREAK-SWITCH    PIC X(01) VALUE "Y".
001240     88  WS-FIRST-BREAK       VALUE "Y".

001250 01  WS-EDIT-FIELDS.
001260     05  WS-COUNT-ED          PIC ZZZZ9.
001270     05  WS-SEATS-ED          PIC ZZ9.
001280     05  WS-SECTS-ED          PIC ZZ9.
001290     05  WS-HOURS-ED          PIC ZZZZ9.9.
001300     05  WS-USE-ED            PIC ZZ9.
001310     05  WS-FILL-ED           PIC ZZ9.

001320 01  WS-REPORT-LINE           PIC X(80).

001330 PROCEDURE DIVISION.

001340******************************************************************
001350* 0000-MAINLINE.
001360******************************************************************
001370 0000-MAINLINE.
001380     MOVE "ROOMUTIL" TO RH-PROGRAM-NAME.
001390     CALL "BIZDATE" USING RH-RUN-DATE.
001400     ACCEPT RH-RUN-TIME FROM TIME.
001410     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001420         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001430     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001440     IF NOT WS-FATAL
001450         SORT SORT-WORK
001460             ON ASCENDING KEY SW-BUILDING
001470                              SW-ROOM-CODE
001480             INPUT PROCEDURE IS 1500-FEED-ROOMS
001490                 THRU 1500-FEED-ROOMS-EXIT
001500             OUTPUT PROCEDURE IS 2000-PRINT-BY-BUILDING
001510                 THRU 2000-PRINT-BY-BUILDING-EXIT
001520     END-IF.
001530     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001540     ACCEPT RH-RUN-TIME FROM TIME.
001550     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001560         RH-RUN-TIME.
001570     STOP RUN.

001580******************************************************************
001590* 1000-INITIALIZE - PARAMETER, ROOM MASTER, AND THE TABLE OF THE
001600*                   TERM'S OPEN SECTIONS.
001610******************************************************************
001620 1000-INITIALIZE.
001630     OPEN OUTPUT UTIL-RPT.
001640     MOVE "ROOM UTILIZATION BY BUILDING" TO WS-REPORT-LINE.
001650     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.

001658*    A TERM ON RMUTPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001666*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
001674*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001682     MOVE SPACES TO RK-EXPLICIT-TERM.
001690     OPEN INPUT UTIL-PARM.
001698     IF WS-PARM-STATUS = "00"
001706         READ UTIL-PARM
001714             AT END
001722                 MOVE SPACES TO UP-TERM-CODE
001730         END-READ
001738         MOVE UP-TERM-CODE TO RK-EXPLICIT-TERM
001746         CLOSE UTIL-PARM
001754     END-IF.
001762     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001770     SET RK-CURRENT-TERM TO TRUE.
001778     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001786     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001794     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
001802     IF NOT RK-TERM-VALID
001810         SET WS-FATAL TO TRUE
001818         GO TO 1000-INITIALIZE-EXIT
001826     END-IF.
001834     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001850     OPEN INPUT ROOM-MASTER.
001860     IF WS-ROOM-STATUS NOT = "00"
001870         MOVE "  (NO ROOM MASTER - NOTHING REPORTED)"
001880             TO WS-REPORT-LINE
001890         WRITE UR-REPORT-LINE FROM WS-REPORT-LINE
001900         SET WS-FATAL TO TRUE
001910         GO TO 1000-INITIALIZE-EXIT
001920     END-IF.

001930     MOVE SPACES TO WS-REPORT-LINE.
001940     STRING "TERM " DELIMITED BY SIZE
001950            WS-SELECTED-TERM DELIMITED BY SIZE
001960            "  - WEEK OF 70 TEACHING HOURS (MO-FR 0800-2200)"
001970                DELIMITED BY SIZE
001980         INTO WS-REPORT-LINE.
001990     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.

002000     OPEN INPUT OFFERING-FILE.
002010     IF WS-OFF-STATUS NOT = "00"
002020         SET WS-OFF-EOF TO TRUE
002030     END-IF.
002040     PERFORM 1100-TABLE-ONE-OFFERING
002050         THRU 1100-TABLE-ONE-OFFERING-EXIT
002060         UNTIL WS-OFF-EOF.
002070     IF WS-OFF-STATUS = "00" OR WS-OFF-STATUS = "10"
002080         CLOSE OFFERING-FILE
002090     END-IF.
002100     IF WS-OFF-FULL
002110         MOVE "  *** SECTION TABLE FULL - FIGURES ARE PARTIAL ***"
002120             TO WS-REPORT-LINE
002130         WRITE UR-REPORT-LINE FROM WS-REPORT-LINE
002140     END-IF.
002150 1000-INITIALIZE-EXIT.
002160     EXIT.

002170******************************************************************
002180* 1100-TABLE-ONE-OFFERING - KEEP ONE OPEN SECTION OF THE TERM
002190*                           WITH ITS WEEKLY MEETING MINUTES.
002200******************************************************************
002210 1100-TABLE-ONE-OFFERING.
002220     READ OFFERING-FILE NEXT RECORD
002230         AT END
002240             SET WS-OFF-EOF TO TRUE
002250             GO TO 1100-TABLE-ONE-OFFERING-EXIT
002260     END-READ.
002270     IF WS-OFF-STATUS NOT = "00"
002280         SET WS-OFF-EOF TO TRUE
002290         GO TO 1100-TABLE-ONE-OFFERING-EXIT
002300     END-IF.
002310     IF OF-TERM-CODE NOT = WS-SELECTED-TERM OR OF-CANCELLED
002320         GO TO 1100-TABLE-ONE-OFFERING-EXIT
002330     END-IF.
002340     IF OF-ROOM = SPACES
002350         ADD 1 TO WS-NO-ROOM-SECTIONS
002360         GO TO 1100-TABLE-ONE-OFFERING-EXIT
002370     END-IF.
002380     IF WS-OFF-COUNT >= 2000
002390         SET WS-OFF-FULL TO TRUE
002400         GO TO 1100-TABLE-ONE-OFFERING-EXIT
002410     END-IF.

002420*    MINUTES PER MEETING FROM THE HHMM TIMES, TIMES THE NUMBER OF
002430*    MEETING DAYS.
002440     DIVIDE OF-START-TIME BY 100 GIVING WS-HOURS
002450         REMAINDER WS-MINS.
002460     COMPUTE WS-START-MINUTES = WS-HOURS * 60 + WS-MINS.
002470     DIVIDE OF-END-TIME BY 100 GIVING WS-HOURS
002480         REMAINDER WS-MINS.
002490     COMPUTE WS-END-MINUTES = WS-HOURS * 60 + WS-MINS.
002500     MOVE ZERO TO WS-DAY-COUNT.
002510     PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
002520         IF OF-MEET-DAYS (WS-DAY-SUB:1) = "Y"
002530             ADD 1 TO WS-DAY-COUNT
002540         END-IF
002550     END-PERFORM.
002560     MOVE ZERO TO WS-MEET-MINUTES.
002570     IF WS-END-MINUTES > WS-START-MINUTES
002580         COMPUTE WS-MEET-MINUTES =
002590             (WS-END-MINUTES - WS-START-MINUTES) * WS-DAY-COUNT
002600     END-IF.

002610     ADD 1 TO WS-OFF-COUNT.
002620     MOVE OF-ROOM TO WS-OT-ROOM (WS-OFF-COUNT).
002630     MOVE WS-MEET-MINUTES TO WS-OT-MINUTES (WS-OFF-COUNT).
002640     MOVE OF-MAX-ENROLLMENT TO WS-OT-CAPACITY (WS-OFF-COUNT).
002650     MOVE "N" TO WS-OT-MATCHED (WS-OFF-COUNT).
002660 1100-TABLE-ONE-OFFERING-EXIT.
002670     EXIT.

002680******************************************************************
002690* 1500-FEED-ROOMS - INPUT PROCEDURE: RELEASE EVERY ROOM WITH THE
002700*                   TERM'S SECTIONS SCHEDULED IN IT.
002710******************************************************************
002720 1500-FEED-ROOMS.
002730     PERFORM 1510-RELEASE-ONE THRU 1510-RELEASE-ONE-EXIT
002740         UNTIL WS-ROOM-EOF.
002750 1500-FEED-ROOMS-EXIT.
002760     EXIT.

002770******************************************************************
002780* 1510-RELEASE-ONE - READ ONE ROOM, TOTAL ITS SECTIONS, RELEASE.
002790******************************************************************
002800 1510-RELEASE-ONE.
002810     READ ROOM-MASTER NEXT RECORD
002820         AT END
002830             SET WS-ROOM-EOF TO TRUE
002840             GO TO 1510-RELEASE-ONE-EXIT
002850     END-READ.
002860     IF WS-ROOM-STATUS NOT = "00"
002870         SET WS-ROOM-EOF TO TRUE
002880         GO TO 1510-RELEASE-ONE-EXIT
002890     END-IF.
002900     MOVE RM-BUILDING TO SW-BUILDING.
002910     MOVE RM-ROOM-CODE TO SW-ROOM-CODE.
002920     MOVE RM-ROOM-TYPE TO SW-ROOM-TYPE.
002930     MOVE RM-SEATS TO SW-SEATS.
002940     MOVE ZERO TO SW-SECTIONS.
002950     MOVE ZERO TO SW-MINUTES.
002960     MOVE ZERO TO SW-CAPACITY.
002970     IF WS-OFF-COUNT > ZERO
002980         PERFORM 1520-MATCH-ONE-SECTION
002990             THRU 1520-MATCH-ONE-SECTION-EXIT
003000             VARYING WS-OFF-SUB FROM 1 BY 1
003010             UNTIL WS-OFF-SUB > WS-OFF-COUNT
003020     END-IF.
003030     RELEASE SW-SORT-RECORD.
003040 1510-RELEASE-ONE-EXIT.
003050     EXIT.

003060******************************************************************
003070* 1520-MATCH-ONE-SECTION - COUNT ONE TABLED SECTION AGAINST THE
003080*                          ROOM WHEN IT MEETS THERE.
003090******************************************************************
003100 1520-MATCH-ONE-SECTION.
003110     IF WS-OT-ROOM (WS-OFF-SUB) NOT = RM-ROOM-CODE
003120         GO TO 1520-MATCH-ONE-SECTION-EXIT
003130     END-IF.
003140     MOVE "Y" TO WS-OT-MATCHED (WS-OFF-SUB).
003150     ADD 1 TO SW-SECTIONS.
003160     ADD WS-OT-MINUTES (WS-OFF-SUB) TO SW-MINUTES.
003170     ADD WS-OT-CAPACITY (WS-OFF-SUB) TO SW-CAPACITY.
003180 1520-MATCH-ONE-SECTION-EXIT.
003190     EXIT.

003200******************************************************************
003210* 2000-PRINT-BY-BUILDING - OUTPUT PROCEDURE: CONTROL BREAK ON THE
003220*                          BUILDING WITH SUBTOTALS.
003230******************************************************************
003240 2000-PRINT-BY-BUILDING.
003250     PERFORM 2100-RETURN-ROOM THRU 2100-RETURN-ROOM-EXIT.
003260     PERFORM 2200-ONE-ROOM THRU 2200-ONE-ROOM-EXIT
003270         UNTIL WS-SORT-EOF.
003280     IF NOT WS-FIRST-BREAK
003290         PERFORM 2400-BUILDING-SUBTOTAL
003300             THRU 2400-BUILDING-SUBTOTAL-EXIT
003310     END-IF.
003320 2000-PRINT-BY-BUILDING-EXIT.
003330     EXIT.

003340******************************************************************
003350* 2100-RETURN-ROOM - GET THE NEXT SORTED ROOM.
003360******************************************************************
003370 2100-RETURN-ROOM.
003380     RETURN SORT-WORK
003390         AT END
003400             SET WS-SORT-EOF TO TRUE
003410     END-RETURN.
003420 2100-RETURN-ROOM-EXIT.
003430     EXIT.

003440******************************************************************
003450* 2200-ONE-ROOM - BREAK ON A NEW BUILDING AND PRINT ONE ROOM.
003460******************************************************************
003470 2200-ONE-ROOM.
003480     IF SW-BUILDING NOT = WS-CURRENT-BUILDING
003490             OR WS-FIRST-BREAK
003500         IF NOT WS-FIRST-BREAK
003510             PERFORM 2400-BUILDING-SUBTOTAL
003520                 THRU 2400-BUILDING-SUBTOTAL-EXIT
003530         END-IF
003540         PERFORM 2300-BUILDING-HEADING
003550             THRU 2300-BUILDING-HEADING-EXIT
003560     END-IF.

003570     COMPUTE WS-USE-PCT ROUNDED =
003580         SW-MINUTES * 100 / WS-WEEK-MINUTES.
003590     MOVE ZERO TO WS-FILL-PCT.
003600     IF SW-SECTIONS > ZERO AND SW-SEATS > ZERO
003610         COMPUTE WS-FILL-PCT ROUNDED =
003620             SW-CAPACITY * 100 / (SW-SECTIONS * SW-SEATS)
003630     END-IF.
003640     COMPUTE WS-HOURS-WORK ROUNDED = SW-MINUTES / 60.
003650     MOVE SW-SEATS TO WS-SEATS-ED.
003660     MOVE SW-SECTIONS TO WS-SECTS-ED.
003670     MOVE WS-HOURS-WORK TO WS-HOURS-ED.
003680     MOVE WS-USE-PCT TO WS-USE-ED.
003690     MOVE WS-FILL-PCT TO WS-FILL-ED.
003700     MOVE SPACES TO WS-REPORT-LINE.
003710     STRING "  "          DELIMITED BY SIZE
003720            SW-ROOM-CODE  DELIMITED BY SIZE
003730            "  "          DELIMITED BY SIZE
003740            SW-ROOM-TYPE  DELIMITED BY SIZE
003750            "    "        DELIMITED BY SIZE
003760            WS-SEATS-ED   DELIMITED BY SIZE
003770            "    "        DELIMITED BY SIZE
003780            WS-SECTS-ED   DELIMITED BY SIZE
003790            "  "          DELIMITED BY SIZE
003800            WS-HOURS-ED   DELIMITED BY SIZE
003810            "   "         DELIMITED BY SIZE
003820            WS-USE-ED     DELIMITED BY SIZE
003830            "%   "        DELIMITED BY SIZE
003840            WS-FILL-ED    DELIMITED BY SIZE
003850            "%"           DELIMITED BY SIZE
003860         INTO WS-REPORT-LINE.
003870     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.

003880     ADD 1 TO WS-BLDG-ROOMS.
003890     ADD SW-SECTIONS TO WS-BLDG-SECTIONS.
003900     ADD SW-SEATS TO WS-BLDG-SEATS.
003910     ADD SW-MINUTES TO WS-BLDG-MINUTES.
003920     ADD SW-CAPACITY TO WS-BLDG-CAPACITY.
003930     COMPUTE WS-BLDG-SEAT-SECTS =
003940         WS-BLDG-SEAT-SECTS + SW-SECTIONS * SW-SEATS.

003950     PERFORM 2100-RETURN-ROOM THRU 2100-RETURN-ROOM-EXIT.
003960 2200-ONE-ROOM-EXIT.
003970     EXIT.

003980******************************************************************
003990* 2300-BUILDING-HEADING - START A NEW BUILDING GROUP.
004000******************************************************************
004010 2300-BUILDING-HEADING.
004020     MOVE SW-BUILDING TO WS-CURRENT-BUILDING.
004030     MOVE "N" TO WS-FIRST-BREAK-SWITCH.
004040     MOVE ZERO TO WS-BLDG-ROOMS.
004050     MOVE ZERO TO WS-BLDG-SECTIONS.
004060     MOVE ZERO TO WS-BLDG-SEATS.
004070     MOVE ZERO TO WS-BLDG-MINUTES.
004080     MOVE ZERO TO WS-BLDG-CAPACITY.
004090     MOVE ZERO TO WS-BLDG-SEAT-SECTS.

004100     MOVE SPACES TO WS-REPORT-LINE.
004110     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
004120     MOVE SPACES TO WS-REPORT-LINE.
004130     STRING "BUILDING " DELIMITED BY SIZE
004140            WS-CURRENT-BUILDING DELIMITED BY SIZE
004150         INTO WS-REPORT-LINE.
004160     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
004170     MOVE "  ROOM    TYPE  SEATS  SECTS  HRS/WK   USE    FILL"
004180         TO WS-REPORT-LINE.
004190     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
004200 2300-BUILDING-HEADING-EXIT.
004210     EXIT.

004220******************************************************************
004230* 2400-BUILDING-SUBTOTAL - CLOSE OUT ONE BUILDING: ITS ROOMS,
004240*                          SECTIONS, HOURS, AND THE SHARE OF ITS
004250*                          ROOMS' TEACHING WEEK IN USE.
004260******************************************************************
004270 2400-BUILDING-SUBTOTAL.
004280     MOVE ZERO TO WS-USE-PCT.
004290     IF WS-BLDG-ROOMS > ZERO
004300         COMPUTE WS-USE-PCT ROUNDED =
004310             WS-BLDG-MINUTES * 100
004320                 / (WS-BLDG-ROOMS * WS-WEEK-MINUTES)
004330     END-IF.
004340     MOVE ZERO TO WS-FILL-PCT.
004350     IF WS-BLDG-SEAT-SECTS > ZERO
004360         COMPUTE WS-FILL-PCT ROUNDED =
004370             WS-BLDG-CAPACITY * 100 / WS-BLDG-SEAT-SECTS
004380     END-IF.
004390     COMPUTE WS-HOURS-WORK ROUNDED = WS-BLDG-MINUTES / 60.
004400     MOVE WS-BLDG-ROOMS TO WS-COUNT-ED.
004410     MOVE WS-HOURS-WORK TO WS-HOURS-ED.
004420     MOVE WS-USE-PCT TO WS-USE-ED.
004430     MOVE WS-FILL-PCT TO WS-FILL-ED.
004440     MOVE SPACES TO WS-REPORT-LINE.
004450     STRING "  BUILDING " DELIMITED BY SIZE
004460            WS-CURRENT-BUILDING DELIMITED BY SIZE
004470            " ROOMS: " DELIMITED BY SIZE
004480            WS-COUNT-ED DELIMITED BY SIZE
004490            "  HRS/WK: " DELIMITED BY SIZE
004500            WS-HOURS-ED DELIMITED BY SIZE
004510            "  USE: " DELIMITED BY SIZE
004520            WS-USE-ED DELIMITED BY SIZE
004530            "%  FILL: " DELIMITED BY SIZE
004540            WS-FILL-ED DELIMITED BY SIZE
004550            "%" DELIMITED BY SIZE
004560         INTO WS-REPORT-LINE.
004570     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
004580     MOVE WS-BLDG-SECTIONS TO WS-COUNT-ED.
004590     MOVE SPACES TO WS-REPORT-LINE.
004600     STRING "  SECTIONS SCHEDULED: " DELIMITED BY SIZE
004610            WS-COUNT-ED DELIMITED BY SIZE
004620         INTO WS-REPORT-LINE.
004630     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.

004640     ADD WS-BLDG-ROOMS TO WS-TOTAL-ROOMS.
004650     ADD WS-BLDG-SECTIONS TO WS-TOTAL-SECTIONS.
004660     ADD WS-BLDG-MINUTES TO WS-TOTAL-MINUTES.
004670 2400-BUILDING-SUBTOTAL-EXIT.
004680     EXIT.

004690******************************************************************
004700* 3000-FINISH - TOTALS, SECTIONS WITH NO KNOWN ROOM, CLOSE FILES.
004710******************************************************************
004720 3000-FINISH.
004730     IF WS-FATAL
004740         CLOSE UTIL-RPT
004750         MOVE 8 TO RETURN-CODE
004760         GO TO 3000-FINISH-EXIT
004770     END-IF.

004780     IF WS-OFF-COUNT > ZERO
004790         PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
004800                 UNTIL WS-OFF-SUB > WS-OFF-COUNT
004810             IF WS-OT-MATCHED (WS-OFF-SUB) NOT = "Y"
004820                 ADD 1 TO WS-UNKNOWN-SECTIONS
004830             END-IF
004840         END-PERFORM
004850     END-IF.

004860     MOVE SPACES TO WS-REPORT-LINE.
004870     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
004880     MOVE ZERO TO WS-USE-PCT.
004890     IF WS-TOTAL-ROOMS > ZERO
004900         COMPUTE WS-USE-PCT ROUNDED =
004910             WS-TOTAL-MINUTES * 100
004920                 / (WS-TOTAL-ROOMS * WS-WEEK-MINUTES)
004930     END-IF.
004940     MOVE WS-USE-PCT TO WS-USE-ED.
004950     MOVE WS-TOTAL-ROOMS TO WS-COUNT-ED.
004960     MOVE SPACES TO WS-REPORT-LINE.
004970     STRING "TOTAL ROOMS: " DELIMITED BY SIZE
004980            WS-COUNT-ED DELIMITED BY SIZE
004990            "  USE: " DELIMITED BY SIZE
005000            WS-USE-ED DELIMITED BY SIZE
005010            "%" DELIMITED BY SIZE
005020         INTO WS-REPORT-LINE.
005030     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
005040     MOVE WS-TOTAL-SECTIONS TO WS-COUNT-ED.
005050     MOVE SPACES TO WS-REPORT-LINE.
005060     STRING "TOTAL SECTIONS SCHEDULED:       " DELIMITED BY SIZE
005070            WS-COUNT-ED DELIMITED BY SIZE
005080         INTO WS-REPORT-LINE.
005090     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
005100     MOVE WS-NO-ROOM-SECTIONS TO WS-COUNT-ED.
005110     MOVE SPACES TO WS-REPORT-LINE.
005120     STRING "SECTIONS WITH NO ROOM ASSIGNED: " DELIMITED BY SIZE
005130            WS-COUNT-ED DELIMITED BY SIZE
005140         INTO WS-REPORT-LINE.
005150     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.
005160     MOVE WS-UNKNOWN-SECTIONS TO WS-COUNT-ED.
005170     MOVE SPACES TO WS-REPORT-LINE.
005180     STRING "SECTIONS IN ROOMS NOT ON FILE:  " DELIMITED BY SIZE
005190            WS-COUNT-ED DELIMITED BY SIZE
005200         INTO WS-REPORT-LINE.
005210     WRITE UR-REPORT-LINE FROM WS-REPORT-LINE.

005220     CLOSE ROOM-MASTER.
005230     CLOSE UTIL-RPT.
005240     IF WS-UNKNOWN-SECTIONS > ZERO
005250         MOVE 4 TO RETURN-CODE
005260     ELSE
005270         MOVE 0 TO RETURN-CODE
005280     END-IF.
005290 3000-FINISH-EXIT.
005300     EXIT.

005310 END PROGRAM ROOMUTIL.
