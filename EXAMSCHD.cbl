000010******************************************************************
000020* PROGRAM-ID : EXAMSCHD
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   FINAL-EXAM SCHEDULING FOR THE TERM NAMED BY THE EXAMPARM
000090*   PARAMETER.  EVERY OPEN OFFERING OF THE TERM IS GIVEN AN EXAM
000100*   BLOCK - FROM AN OVERRIDE (EXAMOVR) WHERE THE SECTION OR ITS
000110*   COURSE HAS ONE, SO SECTIONS CAN SHARE A COMMON EXAM, ELSE
000120*   FROM THE EXAM BLOCK TABLE (EXAMBLK) BY ITS MEETING DAYS AND
000130*   START TIME - AND WRITTEN TO THE EXAM SCHEDULE FILE, WHICH
000140*   SCHEDPRT PRINTS ON STUDENT SCHEDULES.  THE REPORT LISTS THE
000150*   SCHEDULE BY COURSE, THE SECTIONS NO BLOCK COULD BE FOUND
000160*   FOR, THE SCHEDULE BY ROOM, AND THEN EVERY STUDENT ON THE
000170*   ENROLLMENT MASTER WITH TWO EXAMS IN THE SAME BLOCK OR THREE
000180*   OR MORE ON ONE DAY.  A RERUN REPLACES THE TERM'S SCHEDULE.
000190*   RC 4 WHEN A SECTION IS LEFT WITHOUT AN EXAM.
000193*   A TERM ON EXAMPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000196*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-10-15  RO   ORIGINAL PROGRAM.
000222*   2026-10-15  RO   A BLANK OR MISSING EXAMPARM TERM TAKES THE
000224*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000226*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000228*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    EXAMSCHD.
000260 AUTHOR.        R. OKONKWO.
000270 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000280 DATE-WRITTEN.  2026-10-15.
000290 DATE-COMPILED.

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EXAM-PARM ASSIGN TO "EXAMPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-STATUS.

000360     SELECT BLOCK-FILE ASSIGN TO "EXAMBLK"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-BLK-STATUS.

000390     SELECT OVERRIDE-FILE ASSIGN TO "EXAMOVR"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-OVR-STATUS.

000420     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OF-OFFER-KEY
000460         FILE STATUS IS WS-OFF-STATUS.

000470     SELECT EXAM-FILE ASSIGN TO "EXAMSCHD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS XS-OFFER-KEY
000510         FILE STATUS IS WS-EXAM-STATUS.

000520     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS EN-ENROLL-KEY
000560         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-ENRL-STATUS.

000590     SELECT EXAM-RPT ASSIGN TO "EXAMRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.

000620     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  EXAM-PARM.
000660 01  EP-PARM-RECORD.
000670     05  EP-TERM-CODE         PIC X(05).

000680 FD  BLOCK-FILE.
000690     COPY "examblk.cpy".

000700 FD  OVERRIDE-FILE.
000710     COPY "examovr.cpy".

000720 FD  OFFERING-FILE.
000730     COPY "crsoffer.cpy".

000740 FD  EXAM-FILE.
000750     COPY "examschd.cpy".

000760 FD  ENROLLMENT-MASTER.
000770     COPY "enrlrec.cpy".

000780 FD  EXAM-RPT.
000790 01  ER-REPORT-LINE           PIC X(80).

000800 SD  SORT-WORK.
000810 01  SW-SORT-RECORD.
000820     05  SW-EXAM-ROOM         PIC X(06).
000830     05  SW-EXAM-DATE         PIC 9(08).
000840     05  SW-EXAM-START        PIC 9(04).
000850     05  SW-EXAM-END          PIC 9(04).
000860     05  SW-COURSE-CODE       PIC X(06).
000870     05  SW-SECTION           PIC X(02).
000880     05  SW-EXAM-BLOCK        PIC X(03).

000890 WORKING-STORAGE SECTION.
000900     COPY "runhdr.cpy".

000903*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000906     COPY "runparm.cpy".

000910 01  WS-SWITCHES.
000920     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
000930         88  WS-FATAL         VALUE "Y".
000940     05  WS-BLK-EOF-SWITCH    PIC X(01) VALUE "N".
000950         88  WS-BLK-EOF       VALUE "Y".
000960     05  WS-OVR-EOF-SWITCH    PIC X(01) VALUE "N".
000970         88  WS-OVR-EOF       VALUE "Y".
000980     05  WS-CLEAR-EOF-SWITCH  PIC X(01) VALUE "N".
000990         88  WS-CLEAR-EOF     VALUE "Y".
001000     05  WS-OFF-EOF-SWITCH    PIC X(01) VALUE "N".
001010         88  WS-OFF-EOF       VALUE "Y".
001020     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001030         88  WS-SORT-EOF      VALUE "Y".
001040     05  WS-ENRL-EOF-SWITCH   PIC X(01) VALUE "N".
001050         88  WS-ENRL-EOF      VALUE "Y".
001060     05  WS-STU-CONFLICT-SWITCH
001070                              PIC X(01) VALUE "N".
001080         88  WS-STU-CONFLICT  VALUE "Y".

001086 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001092 01  WS-FILE-STATUSES.
001100     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001110     05  WS-BLK-STATUS        PIC X(02) VALUE "00".
001120     05  WS-OVR-STATUS        PIC X(02) VALUE "00".
001130     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001140     05  WS-EXAM-STATUS       PIC X(02) VALUE "00".
001150     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001160     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001170 01  WS-COUNTERS COMP.
001180     05  WS-EXAMS-CLEARED     PIC 9(05) VALUE ZERO.
001190     05  WS-EXAMS-SCHEDULED   PIC 9(05) VALUE ZERO.
001200     05  WS-EXAMS-OVERRIDDEN  PIC 9(05) VALUE ZERO.
001210     05  WS-EXAMS-UNSCHEDULED PIC 9(05) VALUE ZERO.
001220     05  WS-BLOCK-CLASHES     PIC 9(05) VALUE ZERO.
001230     05  WS-DAY-OVERLOADS     PIC 9(05) VALUE ZERO.
001240     05  WS-STUDENTS-FLAGGED  PIC 9(05) VALUE ZERO.

001250*    THE TERM'S EXAM BLOCK TABLE AND OVERRIDES, TABLED ONCE.
001260 01  WS-BLOCK-TABLE.
001270     05  WS-BLOCK-COUNT       PIC 9(03) COMP VALUE ZERO.
001280     05  WS-BLOCK-ENTRY OCCURS 200 TIMES.
001290         10  WS-BT-MEET-DAYS  PIC X(07).
001300         10  WS-BT-START-TIME PIC 9(04).
001310         10  WS-BT-BLOCK      PIC X(03).
001320         10  WS-BT-DATE       PIC 9(08).
001330         10  WS-BT-START      PIC 9(04).
001340         10  WS-BT-END        PIC 9(04).
001350 77  WS-BLOCK-SUB             PIC 9(03) COMP.
001360 77  WS-BLOCK-FOUND           PIC 9(03) COMP.

001370 01  WS-OVR-TABLE.
001380     05  WS-OVR-COUNT         PIC 9(03) COMP VALUE ZERO.
001390     05  WS-OVR-ENTRY OCCURS 200 TIMES.
001400         10  WS-OT-COURSE     PIC X(06).
001410         10  WS-OT-SECTION    PIC X(02).
001420         10  WS-OT-BLOCK      PIC X(03).
001430         10  WS-OT-ROOM       PIC X(06).
001440 77  WS-OVR-SUB               PIC 9(03) COMP.
001450 77  WS-OVR-FOUND             PIC 9(03) COMP.

001460*    ONE STUDENT'S EXAMS FOR THE TERM, GATHERED ACROSS THE
001470*    STUDENT'S REGISTRATIONS AND CHECKED AT THE STUDENT BREAK.
001480 01  WS-STUDENT-EXAMS.
001490     05  WS-SE-COUNT          PIC 9(02) COMP VALUE ZERO.
001500     05  WS-SE-ENTRY OCCURS 20 TIMES.
001510         10  WS-SE-COURSE     PIC X(06).
001520         10  WS-SE-BLOCK      PIC X(03).
001530         10  WS-SE-DATE       PIC 9(08).
001540 77  WS-SE-SUB                PIC 9(02) COMP.
001550 77  WS-SE-SUB2               PIC 9(02) COMP.
001560 77  WS-SE-DAY-COUNT          PIC 9(02) COMP.
001570 77  WS-SE-FIRST-OF-DAY       PIC 9(02) COMP.

001580 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.
001590 01  WS-CURRENT-ROOM          PIC X(06) VALUE LOW-VALUES.
001600 01  WS-FIRST-BREAK-SWITCH    PIC X(01) VALUE "Y".
001610     88  WS-FIRST-BREAK       VALUE "Y".

001620 01  WS-EDIT-FIELDS.
001630     05  WS-COUNT-ED          PIC ZZZZ9.
001640     05  WS-DAY-COUNT-ED      PIC Z9.

001650 01  WS-REPORT-LINE           PIC X(80).

001660 PROCEDURE DIVISION.

001670******************************************************************
001680* 0000-MAINLINE.
001690******************************************************************
001700 0000-MAINLINE.
001710     MOVE "EXAMSCHD" TO RH-PROGRAM-NAME.
001720     CALL "BIZDATE" USING RH-RUN-DATE.
001730     ACCEPT RH-RUN-TIME FROM TIME.
001740     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001750         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001760     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001770     IF NOT WS-FATAL
001780         SORT SORT-WORK
001790             ON ASCENDING KEY SW-EXAM-ROOM
001800                              SW-EXAM-DATE
001810                              SW-EXAM-START
001820                              SW-COURSE-CODE
001830                              SW-SECTION
001840             INPUT PROCEDURE IS 2000-ASSIGN-EXAMS
001850                 THRU 2000-ASSIGN-EXAMS-EXIT
001860             OUTPUT PROCEDURE IS 3000-PRINT-BY-ROOM
001870                 THRU 3000-PRINT-BY-ROOM-EXIT
001880         PERFORM 4000-CHECK-CONFLICTS
001890             THRU 4000-CHECK-CONFLICTS-EXIT
001900     END-IF.
001910     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
001920     ACCEPT RH-RUN-TIME FROM TIME.
001930     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001940         RH-RUN-TIME.
001950     STOP RUN.

001960******************************************************************
001970* 1000-INITIALIZE - PARAMETER, BLOCK AND OVERRIDE TABLES, AND
001980*                   THE EXAM SCHEDULE FILE CLEARED FOR THE TERM.
001990******************************************************************
002000 1000-INITIALIZE.
002010     OPEN OUTPUT EXAM-RPT.
002020     MOVE "FINAL EXAM SCHEDULE" TO WS-REPORT-LINE.
002030     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.

002038*    A TERM ON EXAMPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
002046*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
002054*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
002062     MOVE SPACES TO RK-EXPLICIT-TERM.
002070     OPEN INPUT EXAM-PARM.
002078     IF WS-PARM-STATUS = "00"
002086         READ EXAM-PARM
002094             AT END
002102                 MOVE SPACES TO EP-TERM-CODE
002110         END-READ
002118         MOVE EP-TERM-CODE TO RK-EXPLICIT-TERM
002126         CLOSE EXAM-PARM
002134     END-IF.
002142     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002150     SET RK-CURRENT-TERM TO TRUE.
002158     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002166     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
002174     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
002182     IF NOT RK-TERM-VALID
002190         SET WS-FATAL TO TRUE
002198         GO TO 1000-INITIALIZE-EXIT
002206     END-IF.
002214     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.
002230     MOVE SPACES TO WS-REPORT-LINE.
002240     STRING "TERM " DELIMITED BY SIZE
002250            WS-SELECTED-TERM DELIMITED BY SIZE
002260         INTO WS-REPORT-LINE.
002270     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.

002280     OPEN INPUT BLOCK-FILE.
002290     IF WS-BLK-STATUS NOT = "00"
002300         MOVE "  (NO EXAM BLOCK TABLE - NOTHING SCHEDULED)"
002310             TO WS-REPORT-LINE
002320         WRITE ER-REPORT-LINE FROM WS-REPORT-LINE
002330         SET WS-FATAL TO TRUE
002340         GO TO 1000-INITIALIZE-EXIT
002350     END-IF.
002360     PERFORM 1100-LOAD-ONE-BLOCK THRU 1100-LOAD-ONE-BLOCK-EXIT
002370         UNTIL WS-BLK-EOF.
002380     CLOSE BLOCK-FILE.

002390     OPEN INPUT OVERRIDE-FILE.
002400     IF WS-OVR-STATUS NOT = "00"
002410         SET WS-OVR-EOF TO TRUE
002420     END-IF.
002430     PERFORM 1200-LOAD-ONE-OVERRIDE
002440         THRU 1200-LOAD-ONE-OVERRIDE-EXIT
002450         UNTIL WS-OVR-EOF.
002460     IF WS-OVR-STATUS = "00" OR WS-OVR-STATUS = "10"
002470         CLOSE OVERRIDE-FILE
002480     END-IF.

002490     OPEN INPUT OFFERING-FILE.
002500     IF WS-OFF-STATUS NOT = "00"
002510         MOVE "  (NO OFFERING FILE - NOTHING SCHEDULED)"
002520             TO WS-REPORT-LINE
002530         WRITE ER-REPORT-LINE FROM WS-REPORT-LINE
002540         SET WS-FATAL TO TRUE
002550         GO TO 1000-INITIALIZE-EXIT
002560     END-IF.

002570     OPEN I-O EXAM-FILE.
002580     IF WS-EXAM-STATUS = "35"
002590         OPEN OUTPUT EXAM-FILE
002600         CLOSE EXAM-FILE
002610         OPEN I-O EXAM-FILE
002620     END-IF.
002630     PERFORM 1300-CLEAR-ONE-EXAM THRU 1300-CLEAR-ONE-EXAM-EXIT
002640         UNTIL WS-CLEAR-EOF.
002650 1000-INITIALIZE-EXIT.
002660     EXIT.

002670******************************************************************
002680* 1100-LOAD-ONE-BLOCK - TABLE ONE MEETING PATTERN OF THE TERM.
002690******************************************************************
002700 1100-LOAD-ONE-BLOCK.
002710     READ BLOCK-FILE
002720         AT END
002730             SET WS-BLK-EOF TO TRUE
002740             GO TO 1100-LOAD-ONE-BLOCK-EXIT
002750     END-READ.
002760     IF WS-BLK-STATUS NOT = "00"
002770         SET WS-BLK-EOF TO TRUE
002780         GO TO 1100-LOAD-ONE-BLOCK-EXIT
002790     END-IF.
002800     IF EB-TERM-CODE NOT = WS-SELECTED-TERM
002810             OR EB-EXAM-BLOCK = SPACES
002820             OR EB-EXAM-DATE IS NOT NUMERIC
002830         GO TO 1100-LOAD-ONE-BLOCK-EXIT
002840     END-IF.
002850     IF WS-BLOCK-COUNT < 200
002860         ADD 1 TO WS-BLOCK-COUNT
002870         MOVE EB-MEET-DAYS TO WS-BT-MEET-DAYS (WS-BLOCK-COUNT)
002880         MOVE EB-START-TIME TO WS-BT-START-TIME (WS-BLOCK-COUNT)
002890         MOVE EB-EXAM-BLOCK TO WS-BT-BLOCK (WS-BLOCK-COUNT)
002900         MOVE EB-EXAM-DATE TO WS-BT-DATE (WS-BLOCK-COUNT)
002910         MOVE EB-EXAM-START TO WS-BT-START (WS-BLOCK-COUNT)
002920         MOVE EB-EXAM-END TO WS-BT-END (WS-BLOCK-COUNT)
002930     END-IF.
002940 1100-LOAD-ONE-BLOCK-EXIT.
002950     EXIT.

002960******************************************************************
002970* 1200-LOAD-ONE-OVERRIDE - TABLE ONE OVERRIDE FOR THE TERM.
002980******************************************************************
002990 1200-LOAD-ONE-OVERRIDE.
003000     READ OVERRIDE-FILE
003010         AT END
003020             SET WS-OVR-EOF TO TRUE
003030             GO TO 1200-LOAD-ONE-OVERRIDE-EXIT
003040     END-READ.
003050     IF WS-OVR-STATUS NOT = "00"
003060         SET WS-OVR-EOF TO TRUE
003070         GO TO 1200-LOAD-ONE-OVERRIDE-EXIT
003080     END-IF.
003090     IF EO-TERM-CODE NOT = WS-SELECTED-TERM
003100             OR EO-COURSE-CODE = SPACES
003110             OR EO-EXAM-BLOCK = SPACES
003120         GO TO 1200-LOAD-ONE-OVERRIDE-EXIT
003130     END-IF.
003140     IF WS-OVR-COUNT < 200
003150         ADD 1 TO WS-OVR-COUNT
003160         MOVE EO-COURSE-CODE TO WS-OT-COURSE (WS-OVR-COUNT)
003170         MOVE EO-SECTION TO WS-OT-SECTION (WS-OVR-COUNT)
003180         MOVE EO-EXAM-BLOCK TO WS-OT-BLOCK (WS-OVR-COUNT)
003190         MOVE EO-EXAM-ROOM TO WS-OT-ROOM (WS-OVR-COUNT)
003200     END-IF.
003210 1200-LOAD-ONE-OVERRIDE-EXIT.
003220     EXIT.

003230******************************************************************
003240* 1300-CLEAR-ONE-EXAM - DELETE ONE OF THE TERM'S EXISTING EXAM
003250*                       ENTRIES SO A RERUN LEAVES NONE BEHIND.
003260******************************************************************
003270 1300-CLEAR-ONE-EXAM.
003280     READ EXAM-FILE NEXT RECORD
003290         AT END
003300             SET WS-CLEAR-EOF TO TRUE
003310             GO TO 1300-CLEAR-ONE-EXAM-EXIT
003320     END-READ.
003330     IF WS-EXAM-STATUS NOT = "00"
003340         SET WS-CLEAR-EOF TO TRUE
003350         GO TO 1300-CLEAR-ONE-EXAM-EXIT
003360     END-IF.
003370     IF XS-TERM-CODE = WS-SELECTED-TERM
003380         DELETE EXAM-FILE RECORD
003390         ADD 1 TO WS-EXAMS-CLEARED
003400     END-IF.
003410 1300-CLEAR-ONE-EXAM-EXIT.
003420     EXIT.

003430******************************************************************
003440* 2000-ASSIGN-EXAMS - INPUT PROCEDURE: GIVE EVERY OPEN OFFERING OF
003450*                     THE TERM ITS EXAM, PRINT IT IN COURSE ORDER,
003460*                     AND RELEASE IT FOR THE BY-ROOM LISTING.
003470******************************************************************
003480 2000-ASSIGN-EXAMS.
003490     MOVE SPACES TO WS-REPORT-LINE.
003500     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
003510     MOVE "SCHEDULE BY COURSE" TO WS-REPORT-LINE.
003520     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
003530     MOVE
003540         "COURSE  SEC  BLOCK  DATE      TIME       ROOM    SOURCE"
003550         TO WS-REPORT-LINE.
003560     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
003570     PERFORM 2100-ASSIGN-ONE-EXAM THRU 2100-ASSIGN-ONE-EXAM-EXIT
003580         UNTIL WS-OFF-EOF.
003590 2000-ASSIGN-EXAMS-EXIT.
003600     EXIT.

003610******************************************************************
003620* 2100-ASSIGN-ONE-EXAM - ONE OFFERING: OVERRIDE FIRST (THE
003630*                        SECTION'S OWN, ELSE THE COURSE-WIDE
003640*                        ONE), ELSE ITS MEETING PATTERN.
003650******************************************************************
003660 2100-ASSIGN-ONE-EXAM.
003670     READ OFFERING-FILE NEXT RECORD
003680         AT END
003690             SET WS-OFF-EOF TO TRUE
003700             GO TO 2100-ASSIGN-ONE-EXAM-EXIT
003710     END-READ.
003720     IF WS-OFF-STATUS NOT = "00"
003730         SET WS-OFF-EOF TO TRUE
003740         GO TO 2100-ASSIGN-ONE-EXAM-EXIT
003750     END-IF.
003760     IF OF-TERM-CODE NOT = WS-SELECTED-TERM OR OF-CANCELLED
003770         GO TO 2100-ASSIGN-ONE-EXAM-EXIT
003780     END-IF.

003790     MOVE OF-OFFER-KEY TO XS-OFFER-KEY.
003800     MOVE OF-ROOM TO XS-EXAM-ROOM.
003810     MOVE ZERO TO WS-OVR-FOUND.
003820     MOVE ZERO TO WS-BLOCK-FOUND.
003830     IF WS-OVR-COUNT > ZERO
003840         PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
003850                 UNTIL WS-OVR-SUB > WS-OVR-COUNT
003860             IF WS-OT-COURSE (WS-OVR-SUB) = OF-COURSE-CODE
003870                 IF WS-OT-SECTION (WS-OVR-SUB) = OF-SECTION
003880                     MOVE WS-OVR-SUB TO WS-OVR-FOUND
003890                 END-IF
003900                 IF WS-OT-SECTION (WS-OVR-SUB) = SPACES
003910                         AND WS-OVR-FOUND = ZERO
003920                     MOVE WS-OVR-SUB TO WS-OVR-FOUND
003930                 END-IF
003940             END-IF
003950         END-PERFORM
003960     END-IF.

003970     IF WS-OVR-FOUND > ZERO
003980         SET XS-FROM-OVERRIDE TO TRUE
003990         MOVE WS-OT-BLOCK (WS-OVR-FOUND) TO XS-EXAM-BLOCK
004000         IF WS-OT-ROOM (WS-OVR-FOUND) NOT = SPACES
004010             MOVE WS-OT-ROOM (WS-OVR-FOUND) TO XS-EXAM-ROOM
004020         END-IF
004030         PERFORM VARYING WS-BLOCK-SUB FROM 1 BY 1
004040                 UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT
004050                    OR WS-BLOCK-FOUND > ZERO
004060             IF WS-BT-BLOCK (WS-BLOCK-SUB) = XS-EXAM-BLOCK
004070                 MOVE WS-BLOCK-SUB TO WS-BLOCK-FOUND
004080             END-IF
004090         END-PERFORM
004100     ELSE
004110         SET XS-FROM-PATTERN TO TRUE
004120         PERFORM VARYING WS-BLOCK-SUB FROM 1 BY 1
004130                 UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT
004140                    OR WS-BLOCK-FOUND > ZERO
004150             IF WS-BT-MEET-DAYS (WS-BLOCK-SUB) = OF-MEET-DAYS
004160                     AND WS-BT-START-TIME (WS-BLOCK-SUB)
004170                         = OF-START-TIME
004180                 MOVE WS-BLOCK-SUB TO WS-BLOCK-FOUND
004190             END-IF
004200         END-PERFORM
004210     END-IF.

004220     MOVE SPACES TO WS-REPORT-LINE.
004230     IF WS-BLOCK-FOUND = ZERO AND XS-FROM-OVERRIDE
004240         ADD 1 TO WS-EXAMS-UNSCHEDULED
004250         STRING OF-COURSE-CODE DELIMITED BY SIZE
004260                "  " DELIMITED BY SIZE
004270                OF-SECTION DELIMITED BY SIZE
004280                "   ** OVERRIDE BLOCK " DELIMITED BY SIZE
004290                XS-EXAM-BLOCK DELIMITED BY SIZE
004300                " NOT ON THE BLOCK TABLE" DELIMITED BY SIZE
004310             INTO WS-REPORT-LINE
004320         WRITE ER-REPORT-LINE FROM WS-REPORT-LINE
004330         GO TO 2100-ASSIGN-ONE-EXAM-EXIT
004340     END-IF.
004350     IF WS-BLOCK-FOUND = ZERO
004360         ADD 1 TO WS-EXAMS-UNSCHEDULED
004370         STRING OF-COURSE-CODE DELIMITED BY SIZE
004380                "  " DELIMITED BY SIZE
004390                OF-SECTION DELIMITED BY SIZE
004400                "   ** NO EXAM BLOCK FOR " DELIMITED BY SIZE
004410                OF-MEET-DAYS DELIMITED BY SIZE
004420                " " DELIMITED BY SIZE
004430                OF-START-TIME DELIMITED BY SIZE
004440             INTO WS-REPORT-LINE
004450         WRITE ER-REPORT-LINE FROM WS-REPORT-LINE
004460         GO TO 2100-ASSIGN-ONE-EXAM-EXIT
004470     END-IF.

004480     MOVE WS-BT-BLOCK (WS-BLOCK-FOUND) TO XS-EXAM-BLOCK.
004490     MOVE WS-BT-DATE (WS-BLOCK-FOUND) TO XS-EXAM-DATE.
004500     MOVE WS-BT-START (WS-BLOCK-FOUND) TO XS-EXAM-START.
004510     MOVE WS-BT-END (WS-BLOCK-FOUND) TO XS-EXAM-END.
004520     WRITE XS-EXAM-RECORD
004530         INVALID KEY
004540             REWRITE XS-EXAM-RECORD
004550     END-WRITE.
004560     ADD 1 TO WS-EXAMS-SCHEDULED.
004570     IF XS-FROM-OVERRIDE
004580         ADD 1 TO WS-EXAMS-OVERRIDDEN
004590     END-IF.

004600     STRING XS-COURSE-CODE DELIMITED BY SIZE
004610            "  " DELIMITED BY SIZE
004620            XS-SECTION DELIMITED BY SIZE
004630            "   " DELIMITED BY SIZE
004640            XS-EXAM-BLOCK DELIMITED BY SIZE
004650            "    " DELIMITED BY SIZE
004660            XS-EXAM-DATE DELIMITED BY SIZE
004670            "  " DELIMITED BY SIZE
004680            XS-EXAM-START DELIMITED BY SIZE
004690            "-" DELIMITED BY SIZE
004700            XS-EXAM-END DELIMITED BY SIZE
004710            "  " DELIMITED BY SIZE
004720            XS-EXAM-ROOM DELIMITED BY SIZE
004730            "  " DELIMITED BY SIZE
004740         INTO WS-REPORT-LINE.
004750     IF XS-FROM-OVERRIDE
004760         MOVE "OVERRIDE" TO WS-REPORT-LINE (50:8)
004770     ELSE
004780         MOVE "PATTERN" TO WS-REPORT-LINE (50:7)
004790     END-IF.
004800     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.

004810     MOVE XS-EXAM-ROOM TO SW-EXAM-ROOM.
004820     MOVE XS-EXAM-DATE TO SW-EXAM-DATE.
004830     MOVE XS-EXAM-START TO SW-EXAM-START.
004840     MOVE XS-EXAM-END TO SW-EXAM-END.
004850     MOVE XS-COURSE-CODE TO SW-COURSE-CODE.
004860     MOVE XS-SECTION TO SW-SECTION.
004870     MOVE XS-EXAM-BLOCK TO SW-EXAM-BLOCK.
004880     RELEASE SW-SORT-RECORD.
004890 2100-ASSIGN-ONE-EXAM-EXIT.
004900     EXIT.

004910******************************************************************
004920* 3000-PRINT-BY-ROOM - OUTPUT PROCEDURE: THE SCHEDULE AGAIN, BY
004930*                      ROOM, DATE AND TIME.
004940******************************************************************
004950 3000-PRINT-BY-ROOM.
004960     MOVE SPACES TO WS-REPORT-LINE.
004970     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
004980     MOVE "SCHEDULE BY ROOM" TO WS-REPORT-LINE.
004990     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
005000     PERFORM 3100-RETURN-EXAM THRU 3100-RETURN-EXAM-EXIT.
005010     PERFORM 3200-ONE-ROOM-LINE THRU 3200-ONE-ROOM-LINE-EXIT
005020         UNTIL WS-SORT-EOF.
005030 3000-PRINT-BY-ROOM-EXIT.
005040     EXIT.

005050******************************************************************
005060* 3100-RETURN-EXAM - GET THE NEXT SORTED EXAM.
005070******************************************************************
005080 3100-RETURN-EXAM.
005090     RETURN SORT-WORK
005100         AT END
005110             SET WS-SORT-EOF TO TRUE
005120     END-RETURN.
005130 3100-RETURN-EXAM-EXIT.
005140     EXIT.

005150******************************************************************
005160* 3200-ONE-ROOM-LINE - BREAK ON A NEW ROOM AND PRINT ONE EXAM.
005170******************************************************************
005180 3200-ONE-ROOM-LINE.
005190     IF SW-EXAM-ROOM NOT = WS-CURRENT-ROOM OR WS-FIRST-BREAK
005200         MOVE SW-EXAM-ROOM TO WS-CURRENT-ROOM
005210         MOVE "N" TO WS-FIRST-BREAK-SWITCH
005220         MOVE SPACES TO WS-REPORT-LINE
005230         IF SW-EXAM-ROOM = SPACES
005240             MOVE "ROOM (NONE ASSIGNED)" TO WS-REPORT-LINE
005250         ELSE
005260             STRING "ROOM " DELIMITED BY SIZE
005270                    SW-EXAM-ROOM DELIMITED BY SIZE
005280                 INTO WS-REPORT-LINE
005290         END-IF
005300         WRITE ER-REPORT-LINE FROM WS-REPORT-LINE
005310     END-IF.
005320     MOVE SPACES TO WS-REPORT-LINE.
005330     STRING "  " DELIMITED BY SIZE
005340            SW-EXAM-DATE DELIMITED BY SIZE
005350            "  " DELIMITED BY SIZE
005360            SW-EXAM-START DELIMITED BY SIZE
005370            "-" DELIMITED BY SIZE
005380            SW-EXAM-END DELIMITED BY SIZE
005390            "  " DELIMITED BY SIZE
005400            SW-COURSE-CODE DELIMITED BY SIZE
005410            "-" DELIMITED BY SIZE
005420            SW-SECTION DELIMITED BY SIZE
005430            "  BLOCK " DELIMITED BY SIZE
005440            SW-EXAM-BLOCK DELIMITED BY SIZE
005450         INTO WS-REPORT-LINE.
005460     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
005470     PERFORM 3100-RETURN-EXAM THRU 3100-RETURN-EXAM-EXIT.
005480 3200-ONE-ROOM-LINE-EXIT.
005490     EXIT.

005500******************************************************************
005510* 4000-CHECK-CONFLICTS - WALK THE ENROLLMENT MASTER IN STUDENT
005520*                        ORDER AND CHECK EACH STUDENT'S EXAMS.
005530******************************************************************
005540 4000-CHECK-CONFLICTS.
005550     MOVE SPACES TO WS-REPORT-LINE.
005560     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
005570     MOVE "STUDENT EXAM CONFLICTS" TO WS-REPORT-LINE.
005580     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
005590     OPEN INPUT ENROLLMENT-MASTER.
005600     IF WS-ENRL-STATUS NOT = "00"
005610         MOVE "  (ENROLLMENT MASTER NOT AVAILABLE)"
005620             TO WS-REPORT-LINE
005630         WRITE ER-REPORT-LINE FROM WS-REPORT-LINE
005640         GO TO 4000-CHECK-CONFLICTS-EXIT
005650     END-IF.
005660     PERFORM 4100-ONE-ENROLLMENT THRU 4100-ONE-ENROLLMENT-EXIT
005670         UNTIL WS-ENRL-EOF.
005680     IF WS-SE-COUNT > ZERO
005690         PERFORM 4200-CHECK-STUDENT THRU 4200-CHECK-STUDENT-EXIT
005700     END-IF.
005710     CLOSE ENROLLMENT-MASTER.
005720     IF WS-STUDENTS-FLAGGED = ZERO
005730         MOVE "  (NO CONFLICTS)" TO WS-REPORT-LINE
005740         WRITE ER-REPORT-LINE FROM WS-REPORT-LINE
005750     END-IF.
005760 4000-CHECK-CONFLICTS-EXIT.
005770     EXIT.

005780******************************************************************
005790* 4100-ONE-ENROLLMENT - GATHER ONE ENROLLED REGISTRATION'S EXAM,
005800*                       CHECKING THE PRIOR STUDENT AT A BREAK.
005810******************************************************************
005820 4100-ONE-ENROLLMENT.
005830     READ ENROLLMENT-MASTER NEXT RECORD
005840         AT END
005850             SET WS-ENRL-EOF TO TRUE
005860             GO TO 4100-ONE-ENROLLMENT-EXIT
005870     END-READ.
005880     IF WS-ENRL-STATUS NOT = "00"
005890         SET WS-ENRL-EOF TO TRUE
005900         GO TO 4100-ONE-ENROLLMENT-EXIT
005910     END-IF.
005920     IF NOT EN-ENROLLED OR EN-TERM-CODE NOT = WS-SELECTED-TERM
005930         GO TO 4100-ONE-ENROLLMENT-EXIT
005940     END-IF.
005950     IF EN-STUDENT-ID NOT = WS-CURRENT-STUDENT
005960         IF WS-SE-COUNT > ZERO
005970             PERFORM 4200-CHECK-STUDENT
005980                 THRU 4200-CHECK-STUDENT-EXIT
005990         END-IF
006000         MOVE EN-STUDENT-ID TO WS-CURRENT-STUDENT
006010         MOVE ZERO TO WS-SE-COUNT
006020     END-IF.

006030     MOVE EN-COURSE-CODE TO XS-COURSE-CODE.
006040     MOVE EN-TERM-CODE TO XS-TERM-CODE.
006050     MOVE EN-SECTION TO XS-SECTION.
006060     READ EXAM-FILE
006070         INVALID KEY
006080             GO TO 4100-ONE-ENROLLMENT-EXIT
006090     END-READ.
006100     IF WS-EXAM-STATUS NOT = "00" OR WS-SE-COUNT >= 20
006110         GO TO 4100-ONE-ENROLLMENT-EXIT
006120     END-IF.
006130     ADD 1 TO WS-SE-COUNT.
006140     MOVE XS-COURSE-CODE TO WS-SE-COURSE (WS-SE-COUNT).
006150     MOVE XS-EXAM-BLOCK TO WS-SE-BLOCK (WS-SE-COUNT).
006160     MOVE XS-EXAM-DATE TO WS-SE-DATE (WS-SE-COUNT).
006170 4100-ONE-ENROLLMENT-EXIT.
006180     EXIT.

006190******************************************************************
006200* 4200-CHECK-STUDENT - EVERY PAIR OF EXAMS IN ONE BLOCK, AND EVERY
006210*                      DAY WITH THREE OR MORE, FOR ONE STUDENT.
006220******************************************************************
006230 4200-CHECK-STUDENT.
006240     MOVE "N" TO WS-STU-CONFLICT-SWITCH.
006250     PERFORM VARYING WS-SE-SUB FROM 1 BY 1
006260             UNTIL WS-SE-SUB > WS-SE-COUNT
006270         PERFORM VARYING WS-SE-SUB2 FROM 1 BY 1
006280                 UNTIL WS-SE-SUB2 > WS-SE-COUNT
006290             IF WS-SE-SUB2 > WS-SE-SUB
006300                     AND WS-SE-BLOCK (WS-SE-SUB2)
006310                         = WS-SE-BLOCK (WS-SE-SUB)
006320                 PERFORM 4300-WRITE-BLOCK-CLASH
006330                     THRU 4300-WRITE-BLOCK-CLASH-EXIT
006340             END-IF
006350         END-PERFORM
006360     END-PERFORM.

006370     PERFORM VARYING WS-SE-SUB FROM 1 BY 1
006380             UNTIL WS-SE-SUB > WS-SE-COUNT
006390         MOVE ZERO TO WS-SE-DAY-COUNT
006400         MOVE ZERO TO WS-SE-FIRST-OF-DAY
006410         PERFORM VARYING WS-SE-SUB2 FROM 1 BY 1
006420                 UNTIL WS-SE-SUB2 > WS-SE-COUNT
006430             IF WS-SE-DATE (WS-SE-SUB2) = WS-SE-DATE (WS-SE-SUB)
006440                 ADD 1 TO WS-SE-DAY-COUNT
006450                 IF WS-SE-FIRST-OF-DAY = ZERO
006460                     MOVE WS-SE-SUB2 TO WS-SE-FIRST-OF-DAY
006470                 END-IF
006480             END-IF
006490         END-PERFORM
006500         IF WS-SE-DAY-COUNT >= 3
006510                 AND WS-SE-FIRST-OF-DAY = WS-SE-SUB
006520             PERFORM 4400-WRITE-DAY-OVERLOAD
006530                 THRU 4400-WRITE-DAY-OVERLOAD-EXIT
006540         END-IF
006550     END-PERFORM.

006560     IF WS-STU-CONFLICT
006570         ADD 1 TO WS-STUDENTS-FLAGGED
006580     END-IF.
006590 4200-CHECK-STUDENT-EXIT.
006600     EXIT.

006610******************************************************************
006620* 4300-WRITE-BLOCK-CLASH - TWO EXAMS IN THE SAME BLOCK.
006630******************************************************************
006640 4300-WRITE-BLOCK-CLASH.
006650     SET WS-STU-CONFLICT TO TRUE.
006660     ADD 1 TO WS-BLOCK-CLASHES.
006670     MOVE SPACES TO WS-REPORT-LINE.
006680     STRING "  STUDENT " DELIMITED BY SIZE
006690            WS-CURRENT-STUDENT DELIMITED BY SIZE
006700            "  SAME BLOCK " DELIMITED BY SIZE
006710            WS-SE-BLOCK (WS-SE-SUB) DELIMITED BY SIZE
006720            ": " DELIMITED BY SIZE
006730            WS-SE-COURSE (WS-SE-SUB) DELIMITED BY SIZE
006740            " AND " DELIMITED BY SIZE
006750            WS-SE-COURSE (WS-SE-SUB2) DELIMITED BY SIZE
006760         INTO WS-REPORT-LINE.
006770     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
006780 4300-WRITE-BLOCK-CLASH-EXIT.
006790     EXIT.

006800******************************************************************
006810* 4400-WRITE-DAY-OVERLOAD - THREE OR MORE EXAMS ON ONE DAY.
006820******************************************************************
006830 4400-WRITE-DAY-OVERLOAD.
006840     SET WS-STU-CONFLICT TO TRUE.
006850     ADD 1 TO WS-DAY-OVERLOADS.
006860     MOVE WS-SE-DAY-COUNT TO WS-DAY-COUNT-ED.
006870     MOVE SPACES TO WS-REPORT-LINE.
006880     STRING "  STUDENT " DELIMITED BY SIZE
006890            WS-CURRENT-STUDENT DELIMITED BY SIZE
006900            "  " DELIMITED BY SIZE
006910            WS-DAY-COUNT-ED DELIMITED BY SIZE
006920            " EXAMS ON " DELIMITED BY SIZE
006930            WS-SE-DATE (WS-SE-SUB) DELIMITED BY SIZE
006940         INTO WS-REPORT-LINE.
006950     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
006960 4400-WRITE-DAY-OVERLOAD-EXIT.
006970     EXIT.

006980******************************************************************
006990* 9000-FINISH - TOTALS AND CLOSE FILES.
007000******************************************************************
007010 9000-FINISH.
007020     IF WS-FATAL
007030         CLOSE EXAM-RPT
007040         MOVE 8 TO RETURN-CODE
007050         GO TO 9000-FINISH-EXIT
007060     END-IF.

007070     MOVE SPACES TO WS-REPORT-LINE.
007080     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
007090     MOVE WS-EXAMS-SCHEDULED TO WS-COUNT-ED.
007100     MOVE SPACES TO WS-REPORT-LINE.
007110     STRING "EXAMS SCHEDULED:        " DELIMITED BY SIZE
007120            WS-COUNT-ED DELIMITED BY SIZE
007130         INTO WS-REPORT-LINE.
007140     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
007150     MOVE WS-EXAMS-OVERRIDDEN TO WS-COUNT-ED.
007160     MOVE SPACES TO WS-REPORT-LINE.
007170     STRING "  BY OVERRIDE:          " DELIMITED BY SIZE
007180            WS-COUNT-ED DELIMITED BY SIZE
007190         INTO WS-REPORT-LINE.
007200     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
007210     MOVE WS-EXAMS-UNSCHEDULED TO WS-COUNT-ED.
007220     MOVE SPACES TO WS-REPORT-LINE.
007230     STRING "SECTIONS WITHOUT EXAM:  " DELIMITED BY SIZE
007240            WS-COUNT-ED DELIMITED BY SIZE
007250         INTO WS-REPORT-LINE.
007260     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
007270     MOVE WS-BLOCK-CLASHES TO WS-COUNT-ED.
007280     MOVE SPACES TO WS-REPORT-LINE.
007290     STRING "SAME-BLOCK CONFLICTS:   " DELIMITED BY SIZE
007300            WS-COUNT-ED DELIMITED BY SIZE
007310         INTO WS-REPORT-LINE.
007320     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
007330     MOVE WS-DAY-OVERLOADS TO WS-COUNT-ED.
007340     MOVE SPACES TO WS-REPORT-LINE.
007350     STRING "3+ EXAMS IN ONE DAY:    " DELIMITED BY SIZE
007360            WS-COUNT-ED DELIMITED BY SIZE
007370         INTO WS-REPORT-LINE.
007380     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.
007390     MOVE WS-STUDENTS-FLAGGED TO WS-COUNT-ED.
007400     MOVE SPACES TO WS-REPORT-LINE.
007410     STRING "STUDENTS WITH CONFLICTS:" DELIMITED BY SIZE
007420            WS-COUNT-ED DELIMITED BY SIZE
007430         INTO WS-REPORT-LINE.
007440     WRITE ER-REPORT-LINE FROM WS-REPORT-LINE.

007450     CLOSE OFFERING-FILE.
007460     CLOSE EXAM-FILE.
007470     CLOSE EXAM-RPT.
007480     IF WS-EXAMS-UNSCHEDULED > ZERO
007490         MOVE 4 TO RETURN-CODE
007500     ELSE
007510         MOVE 0 TO RETURN-CODE
007520     END-IF.
007530 9000-FINISH-EXIT.
007540     EXIT.

007550 END PROGRAM EXAMSCHD.
