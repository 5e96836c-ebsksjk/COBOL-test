000010******************************************************************
000020* PROGRAM-ID : WORKLOAD
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   FACULTY WORKLOAD AND STUDENT-CREDIT-HOUR PRODUCTION REPORT
000090*   FOR THE TERM NAMED BY THE WKLDPARM PARAMETER.  EVERY OPEN
000100*   SECTION OF THE TERM ON CRSOFFER IS COUNTED - ITS HEADCOUNT IS
000110*   THE ENROLLED REGISTRATIONS TAKEN ON OR BEFORE THE TERM'S
000120*   CENSUS DATE (TM-CENSUS-DATE), ITS CREDIT HOURS COME FROM THE
000130*   CATALOG VERSION IN FORCE FOR THE TERM (CRSVERS, 3 WHEN THE
000140*   CATALOG HAS NONE), AND ITS STUDENT CREDIT HOURS ARE THE TWO
000150*   MULTIPLIED.  SECTIONS ARE LISTED UNDER THEIR INSTRUCTOR OF
000160*   RECORD WITHIN THE INSTRUCTOR'S DEPARTMENT (INSTMAST), WITH
000170*   A LINE PER INSTRUCTOR THAT FLAGS A TEACHING LOAD OVER OR
000180*   UNDER THE PARAMETER'S LOAD STANDARD, AND A SUBTOTAL PER
000190*   DEPARTMENT.  THE REPORT ENDS WITH SUBTOTALS PER CAMPUS, THE
000200*   SECTIONS WITH NO INSTRUCTOR OF RECORD, AND TERM TOTALS.
000203*   A TERM ON WKLDPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000206*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000232*   2026-10-15  RO   A BLANK OR MISSING WKLDPARM TERM TAKES THE
000234*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000236*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000238*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    WORKLOAD.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT WKLD-PARM ASSIGN TO "WKLDPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PARM-STATUS.

000370     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS TM-TERM-CODE
000410         FILE STATUS IS WS-TERM-STATUS.

000420     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OF-OFFER-KEY
000460         FILE STATUS IS WS-OFF-STATUS.

000470     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EN-ENROLL-KEY
000510         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-ENRL-STATUS.

000540     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS IN-INSTRUCTOR-ID
000580         FILE STATUS IS WS-INST-STATUS.

000590     SELECT WKLD-RPT ASSIGN TO "WKLDRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.

000620     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000630 DATA DIVISION.
000640 FILE SECTION.
000650*    TERM, THEN THE LOAD STANDARD IN TEACHING CREDIT HOURS - THE
000660*    FEWEST AND THE MOST AN INSTRUCTOR SHOULD CARRY (9 AND 15
000670*    WHEN LEFT BLANK OR ZERO).
000680 FD  WKLD-PARM.
000690 01  WP-PARM-RECORD.
000700     05  WP-TERM-CODE         PIC X(05).
000710     05  WP-LOAD-MIN          PIC 9(02).
000720     05  WP-LOAD-MAX          PIC 9(02).

000730 FD  TERM-CONTROL.
000740     COPY "termrec.cpy".

000750 FD  OFFERING-FILE.
000760     COPY "crsoffer.cpy".

000770 FD  ENROLLMENT-MASTER.
000780     COPY "enrlrec.cpy".

000790 FD  INSTRUCTOR-MASTER.
000800     COPY "instrec.cpy".

000810 FD  WKLD-RPT.
000820 01  WR-REPORT-LINE           PIC X(80).

000830 SD  SORT-WORK.
000840 01  SW-SORT-RECORD.
000850     05  SW-DEPARTMENT        PIC X(04).
000860     05  SW-INSTRUCTOR-ID     PIC X(05).
000870     05  SW-COURSE-CODE       PIC X(06).
000880     05  SW-SECTION           PIC X(02).
000890     05  SW-INSTRUCTOR-NAME   PIC X(20).
000900     05  SW-CAMPUS            PIC X(02).
000910     05  SW-CREDITS           PIC 9(02).
000920     05  SW-HEADCOUNT         PIC 9(04).
000930     05  SW-SCH               PIC 9(05).

000940 WORKING-STORAGE SECTION.
000950     COPY "runhdr.cpy".

000953*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000956     COPY "runparm.cpy".
000960     COPY "crsvers.cpy".

000970 01  WS-SWITCHES.
000980     05  WS-OFF-EOF-SWITCH    PIC X(01) VALUE "N".
000990         88  WS-OFF-EOF       VALUE "Y".
001000     05  WS-ENRL-EOF-SWITCH   PIC X(01) VALUE "N".
001010         88  WS-ENRL-EOF      VALUE "Y".
001020     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001030         88  WS-SORT-EOF      VALUE "Y".
001040     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001050         88  WS-FATAL         VALUE "Y".
001060     05  WS-INST-USABLE-SW    PIC X(01) VALUE "N".
001070         88  WS-INST-USABLE   VALUE "Y".
001080     05  WS-CAMPUS-FULL-SW    PIC X(01) VALUE "N".
001090         88  WS-CAMPUS-FULL   VALUE "Y".
001100     05  WS-UNASSIGNED-FULL-SW PIC X(01) VALUE "N".
001110         88  WS-UNASSIGNED-FULL VALUE "Y".

001120 01  WS-FILE-STATUSES.
001130     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001140     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001150     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001160     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001170     05  WS-INST-STATUS       PIC X(02) VALUE "00".
001180     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001190 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.
001200 01  WS-TODAY                 PIC 9(08).
001210 01  WS-AS-OF-DATE            PIC 9(08).
001220 01  WS-LOAD-MIN              PIC 9(02).
001230 01  WS-LOAD-MAX              PIC 9(02).

001240 01  WS-COUNTERS COMP.
001250     05  WS-HEADCOUNT         PIC 9(04) VALUE ZERO.
001260     05  WS-SCH               PIC 9(05) VALUE ZERO.
001270     05  WS-INST-SECTIONS     PIC 9(05) VALUE ZERO.
001280     05  WS-INST-HEADCOUNT    PIC 9(07) VALUE ZERO.
001290     05  WS-INST-SCH          PIC 9(07) VALUE ZERO.
001300     05  WS-INST-LOAD         PIC 9(04) VALUE ZERO.
001310     05  WS-DEPT-INSTRUCTORS  PIC 9(05) VALUE ZERO.
001320     05  WS-DEPT-SECTIONS     PIC 9(05) VALUE ZERO.
001330     05  WS-DEPT-HEADCOUNT    PIC 9(07) VALUE ZERO.
001340     05  WS-DEPT-SCH          PIC 9(07) VALUE ZERO.
001350     05  WS-TOTAL-SECTIONS    PIC 9(05) VALUE ZERO.
001360     05  WS-TOTAL-HEADCOUNT   PIC 9(07) VALUE ZERO.
001370     05  WS-TOTAL-SCH         PIC 9(07) VALUE ZERO.
001380     05  WS-TOTAL-INSTRUCTORS PIC 9(05) VALUE ZERO.
001390     05  WS-LOAD-FLAGGED      PIC 9(05) VALUE ZERO.

001400 01  WS-CURRENT-DEPARTMENT    PIC X(04) VALUE LOW-VALUES.
001410 01  WS-CURRENT-INSTRUCTOR    PIC X(05) VALUE LOW-VALUES.
001420 01  WS-CURRENT-NAME          PIC X(20) VALUE SPACES.

001430*    CAMPUS SUBTOTALS, GATHERED AS THE SECTIONS ARE COUNTED SO
001440*    SECTIONS WITH NO INSTRUCTOR STILL COUNT TOWARD THEIR CAMPUS.
001450 01  WS-CAMPUS-TABLE.
001460     05  WS-CAMPUS-COUNT      PIC 9(02) COMP VALUE ZERO.
001470     05  WS-CAMPUS-ENTRY OCCURS 20 TIMES.
001480         10  WS-CT-CAMPUS     PIC X(02).
001490         10  WS-CT-SECTIONS   PIC 9(05) COMP.
001500         10  WS-CT-HEADCOUNT  PIC 9(07) COMP.
001510         10  WS-CT-SCH        PIC 9(07) COMP.
001520 77  WS-CAMPUS-SUB            PIC 9(02) COMP.

001530*    SECTIONS WITH NO INSTRUCTOR OF RECORD, LISTED AFTER THE
001540*    DEPARTMENTS.
001550 01  WS-UNASSIGNED-TABLE.
001560     05  WS-UNASSIGNED-COUNT  PIC 9(04) COMP VALUE ZERO.
001570     05  WS-UNASSIGNED-ENTRY OCCURS 500 TIMES.
001580         10  WS-UA-COURSE     PIC X(06).
001590         10  WS-UA-SECTION    PIC X(02).
001600         10  WS-UA-CAMPUS     PIC X(02).
001610         10  WS-UA-HEADCOUNT  PIC 9(04).
001620         10  WS-UA-SCH        PIC 9(05).
001630 77  WS-UNASSIGNED-SUB        PIC 9(04) COMP.

001640 01  WS-EDIT-FIELDS.
001650     05  WS-DATE-ED           PIC 9999/99/99.
001660     05  WS-COUNT-ED          PIC ZZ,ZZ9.
001670     05  WS-HEAD-ED           PIC ZZ,ZZ9.
001680     05  WS-SCH-ED            PIC ZZZ,ZZ9.
001690     05  WS-CREDIT-ED         PIC Z9.
001700     05  WS-LOAD-ED           PIC ZZZ9.
001710     05  WS-MIN-ED            PIC Z9.
001720     05  WS-MAX-ED            PIC Z9.

001730 01  WS-REPORT-LINE           PIC X(80).

001740 PROCEDURE DIVISION.

001750******************************************************************
001760* 0000-MAINLINE.
001770******************************************************************
001780 0000-MAINLINE.
001790     MOVE "WORKLOAD" TO RH-PROGRAM-NAME.
001800     CALL "BIZDATE" USING RH-RUN-DATE.
001810     ACCEPT RH-RUN-TIME FROM TIME.
001820     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001830         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001850     IF NOT WS-FATAL
001860         SORT SORT-WORK
001870             ON ASCENDING KEY SW-DEPARTMENT
001880                              SW-INSTRUCTOR-ID
001890                              SW-COURSE-CODE
001900                              SW-SECTION
001910             INPUT PROCEDURE IS 1500-FEED-SECTIONS
001920                 THRU 1500-FEED-SECTIONS-EXIT
001930             OUTPUT PROCEDURE IS 2000-PRINT-BY-DEPARTMENT
001940                 THRU 2000-PRINT-BY-DEPARTMENT-EXIT
001950     END-IF.
001960     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001970     ACCEPT RH-RUN-TIME FROM TIME.
001980     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001990         RH-RUN-TIME.
002000     STOP RUN.

002010******************************************************************
002020* 1000-INITIALIZE - PARAMETER, TERM CENSUS DATE, AND THE FILES
002030*                   THE SECTIONS ARE COUNTED FROM.
002040******************************************************************
002050 1000-INITIALIZE.
002060     OPEN OUTPUT WKLD-RPT.
002070     MOVE "FACULTY WORKLOAD AND STUDENT CREDIT HOUR PRODUCTION"
002080         TO WS-REPORT-LINE.
002090     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
002100     MOVE RH-RUN-DATE TO WS-TODAY.

002109     MOVE 9 TO WS-LOAD-MIN.
002118     MOVE 15 TO WS-LOAD-MAX.

002127*    A TERM ON WKLDPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
002136*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
002145*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
002154     MOVE SPACES TO RK-EXPLICIT-TERM.
002163     OPEN INPUT WKLD-PARM.
002172     IF WS-PARM-STATUS = "00"
002181         READ WKLD-PARM
002190             AT END
002199                 MOVE SPACES TO WP-PARM-RECORD
002208         END-READ
002217         MOVE WP-TERM-CODE TO RK-EXPLICIT-TERM
002226         IF WP-LOAD-MIN IS NUMERIC AND WP-LOAD-MIN > ZERO
002235             MOVE WP-LOAD-MIN TO WS-LOAD-MIN
002244         END-IF
002253         IF WP-LOAD-MAX IS NUMERIC AND WP-LOAD-MAX > ZERO
002262             MOVE WP-LOAD-MAX TO WS-LOAD-MAX
002271         END-IF
002280         CLOSE WKLD-PARM
002289     END-IF.
002298     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002307     SET RK-CURRENT-TERM TO TRUE.
002316     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002325     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
002334     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
002343     IF NOT RK-TERM-VALID
002352         SET WS-FATAL TO TRUE
002361         GO TO 1000-INITIALIZE-EXIT
002370     END-IF.
002379     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

002390*    HEADCOUNT IS TAKEN AS OF THE CENSUS DATE; BEFORE THE CENSUS
002400*    DATE (OR WITH NONE SET) THE FIGURES ARE TODAY'S ENROLLMENT.
002410     OPEN INPUT TERM-CONTROL.
002420     MOVE WS-SELECTED-TERM TO TM-TERM-CODE.
002430     READ TERM-CONTROL
002440         INVALID KEY
002450             CONTINUE
002460     END-READ.
002470     IF WS-TERM-STATUS NOT = "00"
002480         MOVE "  (TERM NOT ON TERM FILE)" TO WS-REPORT-LINE
002490         WRITE WR-REPORT-LINE FROM WS-REPORT-LINE
002500         CLOSE TERM-CONTROL
002510         SET WS-FATAL TO TRUE
002520         GO TO 1000-INITIALIZE-EXIT
002530     END-IF.
002540     CLOSE TERM-CONTROL.
002550     MOVE SPACES TO WS-REPORT-LINE.
002560     IF TM-CENSUS-DATE = ZERO OR WS-TODAY < TM-CENSUS-DATE
002570         MOVE WS-TODAY TO WS-AS-OF-DATE
002580         MOVE WS-AS-OF-DATE TO WS-DATE-ED
002590         STRING "TERM " DELIMITED BY SIZE
002600                WS-SELECTED-TERM DELIMITED BY SIZE
002610                "  ENROLLMENT AS OF " DELIMITED BY SIZE
002620                WS-DATE-ED DELIMITED BY SIZE
002630                " (CENSUS DATE NOT REACHED)" DELIMITED BY SIZE
002640             INTO WS-REPORT-LINE
002650     ELSE
002660         MOVE TM-CENSUS-DATE TO WS-AS-OF-DATE
002670         MOVE WS-AS-OF-DATE TO WS-DATE-ED
002680         STRING "TERM " DELIMITED BY SIZE
002690                WS-SELECTED-TERM DELIMITED BY SIZE
002700                "  ENROLLMENT AS OF CENSUS " DELIMITED BY SIZE
002710                WS-DATE-ED DELIMITED BY SIZE
002720             INTO WS-REPORT-LINE
002730     END-IF.
002740     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
002750     MOVE WS-LOAD-MIN TO WS-MIN-ED.
002760     MOVE WS-LOAD-MAX TO WS-MAX-ED.
002770     MOVE SPACES TO WS-REPORT-LINE.
002780     STRING "LOAD STANDARD " DELIMITED BY SIZE
002790            WS-MIN-ED DELIMITED BY SIZE
002800            " TO " DELIMITED BY SIZE
002810            WS-MAX-ED DELIMITED BY SIZE
002820            " TEACHING CREDIT HOURS" DELIMITED BY SIZE
002830         INTO WS-REPORT-LINE.
002840     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.

002850     OPEN INPUT ENROLLMENT-MASTER.
002860     IF WS-ENRL-STATUS NOT = "00"
002870         MOVE "  (NO ENROLLMENT MASTER - NOTHING REPORTED)"
002880             TO WS-REPORT-LINE
002890         WRITE WR-REPORT-LINE FROM WS-REPORT-LINE
002900         SET WS-FATAL TO TRUE
002910         GO TO 1000-INITIALIZE-EXIT
002920     END-IF.

002930     OPEN INPUT INSTRUCTOR-MASTER.
002940     IF WS-INST-STATUS = "00"
002950         SET WS-INST-USABLE TO TRUE
002960     ELSE
002970         MOVE "  (NO INSTRUCTOR MASTER - NO DEPARTMENTS))"
002980             TO WS-REPORT-LINE
002990         WRITE WR-REPORT-LINE FROM WS-REPORT-LINE
003000     END-IF.

003010     OPEN INPUT OFFERING-FILE.
003020     IF WS-OFF-STATUS NOT = "00"
003030         SET WS-OFF-EOF TO TRUE
003040     END-IF.
003050 1000-INITIALIZE-EXIT.
003060     EXIT.

003070******************************************************************
003080* 1500-FEED-SECTIONS - INPUT PROCEDURE: COUNT EVERY OPEN SECTION
003090*                      OF THE TERM AND RELEASE THOSE WITH AN
003100*                      INSTRUCTOR OF RECORD.
003110******************************************************************
003120 1500-FEED-SECTIONS.
003130     PERFORM 1510-COUNT-ONE-SECTION
003140         THRU 1510-COUNT-ONE-SECTION-EXIT
003150         UNTIL WS-OFF-EOF.
003160 1500-FEED-SECTIONS-EXIT.
003170     EXIT.

003180******************************************************************
003190* 1510-COUNT-ONE-SECTION - HEADCOUNT, CREDITS AND STUDENT CREDIT
003200*                          HOURS FOR ONE SECTION.
003210******************************************************************
003220 1510-COUNT-ONE-SECTION.
003230     READ OFFERING-FILE NEXT RECORD
003240         AT END
003250             SET WS-OFF-EOF TO TRUE
003260             GO TO 1510-COUNT-ONE-SECTION-EXIT
003270     END-READ.
003280     IF WS-OFF-STATUS NOT = "00"
003290         SET WS-OFF-EOF TO TRUE
003300         GO TO 1510-COUNT-ONE-SECTION-EXIT
003310     END-IF.
003320     IF OF-TERM-CODE NOT = WS-SELECTED-TERM OR OF-CANCELLED
003330         GO TO 1510-COUNT-ONE-SECTION-EXIT
003340     END-IF.

003350     MOVE OF-COURSE-CODE TO CQ-COURSE-CODE.
003360     MOVE OF-TERM-CODE TO CQ-TERM-CODE.
003370     CALL "CRSVERS" USING CQ-VERSION-AREA.
003380     IF NOT CQ-COURSE-FOUND OR CQ-CREDIT-HOURS = ZERO
003390         MOVE 3 TO CQ-CREDIT-HOURS
003400     END-IF.

003410     MOVE ZERO TO WS-HEADCOUNT.
003420     MOVE "N" TO WS-ENRL-EOF-SWITCH.
003430     MOVE OF-COURSE-CODE TO EN-COURSE-CODE.
003440     START ENROLLMENT-MASTER KEY IS = EN-COURSE-CODE
003450         INVALID KEY
003460             SET WS-ENRL-EOF TO TRUE
003470     END-START.
003480     PERFORM 1520-COUNT-ONE-ENROLLMENT
003490         THRU 1520-COUNT-ONE-ENROLLMENT-EXIT
003500         UNTIL WS-ENRL-EOF.
003510     COMPUTE WS-SCH = WS-HEADCOUNT * CQ-CREDIT-HOURS.

003520     ADD 1 TO WS-TOTAL-SECTIONS.
003530     ADD WS-HEADCOUNT TO WS-TOTAL-HEADCOUNT.
003540     ADD WS-SCH TO WS-TOTAL-SCH.
003550     PERFORM 1530-ADD-TO-CAMPUS THRU 1530-ADD-TO-CAMPUS-EXIT.

003560     IF OF-INSTRUCTOR-ID = SPACES
003570         PERFORM 1540-KEEP-UNASSIGNED
003580             THRU 1540-KEEP-UNASSIGNED-EXIT
003590         GO TO 1510-COUNT-ONE-SECTION-EXIT
003600     END-IF.

003610     MOVE "????" TO SW-DEPARTMENT.
003620     MOVE "(NOT ON MASTER)" TO SW-INSTRUCTOR-NAME.
003630     IF WS-INST-USABLE
003640         MOVE OF-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
003650         READ INSTRUCTOR-MASTER
003660             INVALID KEY
003670                 CONTINUE
003680         END-READ
003690         IF WS-INST-STATUS = "00"
003700             MOVE IN-DEPARTMENT TO SW-DEPARTMENT
003710             MOVE IN-INSTRUCTOR-NAME TO SW-INSTRUCTOR-NAME
003720         END-IF
003730     END-IF.
003740     MOVE OF-INSTRUCTOR-ID TO SW-INSTRUCTOR-ID.
003750     MOVE OF-COURSE-CODE TO SW-COURSE-CODE.
003760     MOVE OF-SECTION TO SW-SECTION.
003770     MOVE OF-CAMPUS TO SW-CAMPUS.
003780     MOVE CQ-CREDIT-HOURS TO SW-CREDITS.
003790     MOVE WS-HEADCOUNT TO SW-HEADCOUNT.
003800     MOVE WS-SCH TO SW-SCH.
003810     RELEASE SW-SORT-RECORD.
003820 1510-COUNT-ONE-SECTION-EXIT.
003830     EXIT.

003840******************************************************************
003850* 1520-COUNT-ONE-ENROLLMENT - NEXT REGISTRATION IN THE COURSE;
003860*                             COUNT IT WHEN IT IS IN THIS SECTION
003870*                             AND WAS ENROLLED BY THE AS-OF DATE.
003880******************************************************************
003890 1520-COUNT-ONE-ENROLLMENT.
003900     READ ENROLLMENT-MASTER NEXT RECORD
003910         AT END
003920             SET WS-ENRL-EOF TO TRUE
003930             GO TO 1520-COUNT-ONE-ENROLLMENT-EXIT
003940     END-READ.
003950     IF WS-ENRL-STATUS NOT = "00" AND WS-ENRL-STATUS NOT = "02"
003960         SET WS-ENRL-EOF TO TRUE
003970         GO TO 1520-COUNT-ONE-ENROLLMENT-EXIT
003980     END-IF.
003990     IF EN-COURSE-CODE NOT = OF-COURSE-CODE
004000         SET WS-ENRL-EOF TO TRUE
004010         GO TO 1520-COUNT-ONE-ENROLLMENT-EXIT
004020     END-IF.
004030     IF EN-ENROLLED
004040        AND EN-TERM-CODE = OF-TERM-CODE
004050        AND EN-SECTION = OF-SECTION
004060        AND EN-ENROLL-DATE NOT > WS-AS-OF-DATE
004070         ADD 1 TO WS-HEADCOUNT
004080     END-IF.
004090 1520-COUNT-ONE-ENROLLMENT-EXIT.
004100     EXIT.

004110******************************************************************
004120* 1530-ADD-TO-CAMPUS - ADD THE SECTION TO ITS CAMPUS SUBTOTAL.
004130******************************************************************
004140 1530-ADD-TO-CAMPUS.
004150     MOVE ZERO TO WS-CAMPUS-SUB.
004160     IF WS-CAMPUS-COUNT > ZERO
004170         PERFORM VARYING WS-CAMPUS-SUB FROM 1 BY 1
004180                 UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
004190                    OR WS-CT-CAMPUS (WS-CAMPUS-SUB) = OF-CAMPUS
004200             CONTINUE
004210         END-PERFORM
004220     END-IF.
004230     IF WS-CAMPUS-SUB = ZERO OR WS-CAMPUS-SUB > WS-CAMPUS-COUNT
004240         IF WS-CAMPUS-COUNT >= 20
004250             SET WS-CAMPUS-FULL TO TRUE
004260             GO TO 1530-ADD-TO-CAMPUS-EXIT
004270         END-IF
004280         ADD 1 TO WS-CAMPUS-COUNT
004290         MOVE WS-CAMPUS-COUNT TO WS-CAMPUS-SUB
004300         MOVE OF-CAMPUS TO WS-CT-CAMPUS (WS-CAMPUS-SUB)
004310         MOVE ZERO TO WS-CT-SECTIONS (WS-CAMPUS-SUB)
004320         MOVE ZERO TO WS-CT-HEADCOUNT (WS-CAMPUS-SUB)
004330         MOVE ZERO TO WS-CT-SCH (WS-CAMPUS-SUB)
004340     END-IF.
004350     ADD 1 TO WS-CT-SECTIONS (WS-CAMPUS-SUB).
004360     ADD WS-HEADCOUNT TO WS-CT-HEADCOUNT (WS-CAMPUS-SUB).
004370     ADD WS-SCH TO WS-CT-SCH (WS-CAMPUS-SUB).
004380 1530-ADD-TO-CAMPUS-EXIT.
004390     EXIT.

004400******************************************************************
004410* 1540-KEEP-UNASSIGNED - HOLD A SECTION WITH NO INSTRUCTOR OF
004420*                        RECORD FOR THE LIST AT THE END.
004430******************************************************************
004440 1540-KEEP-UNASSIGNED.
004450     IF WS-UNASSIGNED-COUNT >= 500
004460         SET WS-UNASSIGNED-FULL TO TRUE
004470         GO TO 1540-KEEP-UNASSIGNED-EXIT
004480     END-IF.
004490     ADD 1 TO WS-UNASSIGNED-COUNT.
004500     MOVE OF-COURSE-CODE TO WS-UA-COURSE (WS-UNASSIGNED-COUNT).
004510     MOVE OF-SECTION TO WS-UA-SECTION (WS-UNASSIGNED-COUNT).
004520     MOVE OF-CAMPUS TO WS-UA-CAMPUS (WS-UNASSIGNED-COUNT).
004530     MOVE WS-HEADCOUNT TO WS-UA-HEADCOUNT (WS-UNASSIGNED-COUNT).
004540     MOVE WS-SCH TO WS-UA-SCH (WS-UNASSIGNED-COUNT).
004550 1540-KEEP-UNASSIGNED-EXIT.
004560     EXIT.

004570******************************************************************
004580* 2000-PRINT-BY-DEPARTMENT - OUTPUT PROCEDURE: SECTIONS UNDER
004590*                            EACH INSTRUCTOR, INSTRUCTORS UNDER
004600*                            EACH DEPARTMENT.
004610******************************************************************
004620 2000-PRINT-BY-DEPARTMENT.
004630     PERFORM 2100-RETURN-ONE THRU 2100-RETURN-ONE-EXIT
004640         UNTIL WS-SORT-EOF.
004650     IF WS-CURRENT-INSTRUCTOR NOT = LOW-VALUES
004660         PERFORM 2400-INSTRUCTOR-TOTAL
004670             THRU 2400-INSTRUCTOR-TOTAL-EXIT
004680         PERFORM 2500-DEPARTMENT-SUBTOTAL
004690             THRU 2500-DEPARTMENT-SUBTOTAL-EXIT
004700     END-IF.
004710 2000-PRINT-BY-DEPARTMENT-EXIT.
004720     EXIT.

004730******************************************************************
004740* 2100-RETURN-ONE - ONE SECTION, WITH ITS CONTROL BREAKS.
004750******************************************************************
004760 2100-RETURN-ONE.
004770     RETURN SORT-WORK
004780         AT END
004790             SET WS-SORT-EOF TO TRUE
004800             GO TO 2100-RETURN-ONE-EXIT
004810     END-RETURN.
004820     IF SW-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
004830         IF WS-CURRENT-INSTRUCTOR NOT = LOW-VALUES
004840             PERFORM 2400-INSTRUCTOR-TOTAL
004850                 THRU 2400-INSTRUCTOR-TOTAL-EXIT
004860             PERFORM 2500-DEPARTMENT-SUBTOTAL
004870                 THRU 2500-DEPARTMENT-SUBTOTAL-EXIT
004880         END-IF
004890         PERFORM 2200-START-DEPARTMENT
004900             THRU 2200-START-DEPARTMENT-EXIT
004910     END-IF.
004920     IF SW-INSTRUCTOR-ID NOT = WS-CURRENT-INSTRUCTOR
004930         IF WS-CURRENT-INSTRUCTOR NOT = LOW-VALUES
004940             PERFORM 2400-INSTRUCTOR-TOTAL
004950                 THRU 2400-INSTRUCTOR-TOTAL-EXIT
004960         END-IF
004970         PERFORM 2300-START-INSTRUCTOR
004980             THRU 2300-START-INSTRUCTOR-EXIT
004990     END-IF.

005000     MOVE SW-HEADCOUNT TO WS-HEAD-ED.
005010     MOVE SW-SCH TO WS-SCH-ED.
005020     MOVE SW-CREDITS TO WS-CREDIT-ED.
005030     MOVE SPACES TO WS-REPORT-LINE.
005040     MOVE SW-COURSE-CODE TO WS-REPORT-LINE (9:6).
005050     MOVE "-" TO WS-REPORT-LINE (15:1).
005060     MOVE SW-SECTION TO WS-REPORT-LINE (16:2).
005070     MOVE SW-CAMPUS TO WS-REPORT-LINE (20:2).
005080     MOVE WS-CREDIT-ED TO WS-REPORT-LINE (45:2).
005090     MOVE WS-HEAD-ED TO WS-REPORT-LINE (52:6).
005100     MOVE WS-SCH-ED TO WS-REPORT-LINE (59:7).
005110     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.

005120     ADD 1 TO WS-INST-SECTIONS.
005130     ADD SW-HEADCOUNT TO WS-INST-HEADCOUNT.
005140     ADD SW-SCH TO WS-INST-SCH.
005150     ADD SW-CREDITS TO WS-INST-LOAD.
005160 2100-RETURN-ONE-EXIT.
005170     EXIT.

005180******************************************************************
005190* 2200-START-DEPARTMENT - DEPARTMENT HEADING AND COLUMN HEADINGS.
005200******************************************************************
005210 2200-START-DEPARTMENT.
005220     MOVE SW-DEPARTMENT TO WS-CURRENT-DEPARTMENT.
005230     MOVE ZERO TO WS-DEPT-INSTRUCTORS.
005240     MOVE ZERO TO WS-DEPT-SECTIONS.
005250     MOVE ZERO TO WS-DEPT-HEADCOUNT.
005260     MOVE ZERO TO WS-DEPT-SCH.
005270     MOVE SPACES TO WS-REPORT-LINE.
005280     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
005290     STRING "DEPARTMENT " DELIMITED BY SIZE
005300            SW-DEPARTMENT DELIMITED BY SIZE
005310         INTO WS-REPORT-LINE.
005320     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
005330     MOVE "  INSTR  NAME / SECTION  CAMPUS" TO WS-REPORT-LINE.
005340     MOVE "CREDITS  HEADCOUNT     SCH" TO WS-REPORT-LINE (40:26).
005350     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
005360 2200-START-DEPARTMENT-EXIT.
005370     EXIT.

005380******************************************************************
005390* 2300-START-INSTRUCTOR - INSTRUCTOR HEADING LINE.
005400******************************************************************
005410 2300-START-INSTRUCTOR.
005420     MOVE SW-INSTRUCTOR-ID TO WS-CURRENT-INSTRUCTOR.
005430     MOVE SW-INSTRUCTOR-NAME TO WS-CURRENT-NAME.
005440     MOVE ZERO TO WS-INST-SECTIONS.
005450     MOVE ZERO TO WS-INST-HEADCOUNT.
005460     MOVE ZERO TO WS-INST-SCH.
005470     MOVE ZERO TO WS-INST-LOAD.
005480     MOVE SPACES TO WS-REPORT-LINE.
005490     MOVE SW-INSTRUCTOR-ID TO WS-REPORT-LINE (3:5).
005500     MOVE SW-INSTRUCTOR-NAME TO WS-REPORT-LINE (10:20).
005510     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
005520 2300-START-INSTRUCTOR-EXIT.
005530     EXIT.

005540******************************************************************
005550* 2400-INSTRUCTOR-TOTAL - THE INSTRUCTOR'S SECTIONS, HEADCOUNT,
005560*                         STUDENT CREDIT HOURS AND TEACHING LOAD,
005570*                         FLAGGED AGAINST THE LOAD STANDARD.
005580******************************************************************
005590 2400-INSTRUCTOR-TOTAL.
005600     MOVE WS-INST-SECTIONS TO WS-COUNT-ED.
005610     MOVE WS-INST-LOAD TO WS-LOAD-ED.
005620     MOVE WS-INST-HEADCOUNT TO WS-HEAD-ED.
005630     MOVE WS-INST-SCH TO WS-SCH-ED.
005640     MOVE SPACES TO WS-REPORT-LINE.
005650     STRING "         SECTIONS " DELIMITED BY SIZE
005660            WS-COUNT-ED DELIMITED BY SIZE
005670            "  LOAD " DELIMITED BY SIZE
005680            WS-LOAD-ED DELIMITED BY SIZE
005690         INTO WS-REPORT-LINE.
005700     MOVE WS-HEAD-ED TO WS-REPORT-LINE (52:6).
005710     MOVE WS-SCH-ED TO WS-REPORT-LINE (59:7).
005720     IF WS-INST-LOAD > WS-LOAD-MAX
005730         MOVE "** OVER" TO WS-REPORT-LINE (68:7)
005740         ADD 1 TO WS-LOAD-FLAGGED
005750     END-IF.
005760     IF WS-INST-LOAD < WS-LOAD-MIN
005770         MOVE "** UNDER" TO WS-REPORT-LINE (68:8)
005780         ADD 1 TO WS-LOAD-FLAGGED
005790     END-IF.
005800     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.

005810     ADD 1 TO WS-DEPT-INSTRUCTORS.
005820     ADD 1 TO WS-TOTAL-INSTRUCTORS.
005830     ADD WS-INST-SECTIONS TO WS-DEPT-SECTIONS.
005840     ADD WS-INST-HEADCOUNT TO WS-DEPT-HEADCOUNT.
005850     ADD WS-INST-SCH TO WS-DEPT-SCH.
005860 2400-INSTRUCTOR-TOTAL-EXIT.
005870     EXIT.

005880******************************************************************
005890* 2500-DEPARTMENT-SUBTOTAL - ONE LINE OF DEPARTMENT TOTALS.
005900******************************************************************
005910 2500-DEPARTMENT-SUBTOTAL.
005920     MOVE WS-DEPT-SECTIONS TO WS-COUNT-ED.
005930     MOVE WS-DEPT-HEADCOUNT TO WS-HEAD-ED.
005940     MOVE WS-DEPT-SCH TO WS-SCH-ED.
005950     MOVE SPACES TO WS-REPORT-LINE.
005960     STRING "  DEPARTMENT " DELIMITED BY SIZE
005970            WS-CURRENT-DEPARTMENT DELIMITED BY SIZE
005980            " SECTIONS " DELIMITED BY SIZE
005990            WS-COUNT-ED DELIMITED BY SIZE
006000         INTO WS-REPORT-LINE.
006010     MOVE WS-HEAD-ED TO WS-REPORT-LINE (52:6).
006020     MOVE WS-SCH-ED TO WS-REPORT-LINE (59:7).
006030     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006040     MOVE WS-DEPT-INSTRUCTORS TO WS-COUNT-ED.
006050     MOVE SPACES TO WS-REPORT-LINE.
006060     STRING "  DEPARTMENT INSTRUCTORS: " DELIMITED BY SIZE
006070            WS-COUNT-ED DELIMITED BY SIZE
006080         INTO WS-REPORT-LINE.
006090     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006100 2500-DEPARTMENT-SUBTOTAL-EXIT.
006110     EXIT.

006120******************************************************************
006130* 3000-FINISH - CAMPUS SUBTOTALS, UNASSIGNED SECTIONS, TERM
006140*               TOTALS, CLOSE FILES.
006150******************************************************************
006160 3000-FINISH.
006170     IF WS-FATAL
006180         CLOSE WKLD-RPT
006190         MOVE 8 TO RETURN-CODE
006200         GO TO 3000-FINISH-EXIT
006210     END-IF.
006220     IF WS-OFF-STATUS = "00" OR WS-OFF-STATUS = "10"
006230         CLOSE OFFERING-FILE
006240     END-IF.
006250     CLOSE ENROLLMENT-MASTER.
006260     IF WS-INST-USABLE
006270         CLOSE INSTRUCTOR-MASTER
006280     END-IF.

006290     MOVE SPACES TO WS-REPORT-LINE.
006300     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006310     MOVE "SUBTOTALS BY CAMPUS" TO WS-REPORT-LINE.
006320     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006330     IF WS-CAMPUS-COUNT > ZERO
006340         PERFORM VARYING WS-CAMPUS-SUB FROM 1 BY 1
006350                 UNTIL WS-CAMPUS-SUB > WS-CAMPUS-COUNT
006360             PERFORM 3100-PRINT-CAMPUS
006370                 THRU 3100-PRINT-CAMPUS-EXIT
006380         END-PERFORM
006390     END-IF.
006400     IF WS-CAMPUS-FULL
006410         MOVE "  *** CAMPUS TABLE FULL - FIGURES ARE PARTIAL ***"
006420             TO WS-REPORT-LINE
006430         WRITE WR-REPORT-LINE FROM WS-REPORT-LINE
006440     END-IF.

006450     MOVE SPACES TO WS-REPORT-LINE.
006460     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006470     MOVE "SECTIONS WITH NO INSTRUCTOR OF RECORD"
006480         TO WS-REPORT-LINE.
006490     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006500     IF WS-UNASSIGNED-COUNT = ZERO
006510         MOVE "  (NONE)" TO WS-REPORT-LINE
006520         WRITE WR-REPORT-LINE FROM WS-REPORT-LINE
006530     ELSE
006540         PERFORM VARYING WS-UNASSIGNED-SUB FROM 1 BY 1
006550                 UNTIL WS-UNASSIGNED-SUB > WS-UNASSIGNED-COUNT
006560             PERFORM 3200-PRINT-UNASSIGNED
006570                 THRU 3200-PRINT-UNASSIGNED-EXIT
006580         END-PERFORM
006590     END-IF.
006600     IF WS-UNASSIGNED-FULL
006610         MOVE "  *** UNASSIGNED TABLE FULL - LIST IS PARTIAL ***"
006620             TO WS-REPORT-LINE
006630         WRITE WR-REPORT-LINE FROM WS-REPORT-LINE
006640     END-IF.

006650     MOVE SPACES TO WS-REPORT-LINE.
006660     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006670     MOVE WS-TOTAL-SECTIONS TO WS-COUNT-ED.
006680     MOVE WS-TOTAL-HEADCOUNT TO WS-HEAD-ED.
006690     MOVE WS-TOTAL-SCH TO WS-SCH-ED.
006700     MOVE SPACES TO WS-REPORT-LINE.
006710     STRING "TERM TOTAL  SECTIONS " DELIMITED BY SIZE
006720            WS-COUNT-ED DELIMITED BY SIZE
006730         INTO WS-REPORT-LINE.
006740     MOVE WS-HEAD-ED TO WS-REPORT-LINE (52:6).
006750     MOVE WS-SCH-ED TO WS-REPORT-LINE (59:7).
006760     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006770     MOVE WS-TOTAL-INSTRUCTORS TO WS-COUNT-ED.
006780     MOVE SPACES TO WS-REPORT-LINE.
006790     STRING "INSTRUCTORS:                 " DELIMITED BY SIZE
006800            WS-COUNT-ED DELIMITED BY SIZE
006810         INTO WS-REPORT-LINE.
006820     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006830     MOVE WS-LOAD-FLAGGED TO WS-COUNT-ED.
006840     MOVE SPACES TO WS-REPORT-LINE.
006850     STRING "OUTSIDE THE LOAD STANDARD:   " DELIMITED BY SIZE
006860            WS-COUNT-ED DELIMITED BY SIZE
006870         INTO WS-REPORT-LINE.
006880     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
006890     MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-ED.
006900     MOVE SPACES TO WS-REPORT-LINE.
006910     STRING "SECTIONS WITH NO INSTRUCTOR: " DELIMITED BY SIZE
006920            WS-COUNT-ED DELIMITED BY SIZE
006930         INTO WS-REPORT-LINE.
006940     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.

006950     CLOSE WKLD-RPT.
006960     IF WS-LOAD-FLAGGED > ZERO OR WS-UNASSIGNED-COUNT > ZERO
006970         MOVE 4 TO RETURN-CODE
006980     ELSE
006990         MOVE 0 TO RETURN-CODE
007000     END-IF.
007010 3000-FINISH-EXIT.
007020     EXIT.

007030******************************************************************
007040* 3100-PRINT-CAMPUS - ONE CAMPUS SUBTOTAL LINE.
007050******************************************************************
007060 3100-PRINT-CAMPUS.
007070     MOVE WS-CT-SECTIONS (WS-CAMPUS-SUB) TO WS-COUNT-ED.
007080     MOVE WS-CT-HEADCOUNT (WS-CAMPUS-SUB) TO WS-HEAD-ED.
007090     MOVE WS-CT-SCH (WS-CAMPUS-SUB) TO WS-SCH-ED.
007100     MOVE SPACES TO WS-REPORT-LINE.
007110     IF WS-CT-CAMPUS (WS-CAMPUS-SUB) = SPACES
007120         STRING "  CAMPUS MAIN SECTIONS " DELIMITED BY SIZE
007130                WS-COUNT-ED DELIMITED BY SIZE
007140             INTO WS-REPORT-LINE
007150     ELSE
007160         STRING "  CAMPUS " DELIMITED BY SIZE
007170                WS-CT-CAMPUS (WS-CAMPUS-SUB) DELIMITED BY SIZE
007180                "   SECTIONS " DELIMITED BY SIZE
007190                WS-COUNT-ED DELIMITED BY SIZE
007200             INTO WS-REPORT-LINE
007210     END-IF.
007220     MOVE WS-HEAD-ED TO WS-REPORT-LINE (52:6).
007230     MOVE WS-SCH-ED TO WS-REPORT-LINE (59:7).
007240     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
007250 3100-PRINT-CAMPUS-EXIT.
007260     EXIT.

007270******************************************************************
007280* 3200-PRINT-UNASSIGNED - ONE SECTION WITH NO INSTRUCTOR.
007290******************************************************************
007300 3200-PRINT-UNASSIGNED.
007310     MOVE WS-UA-HEADCOUNT (WS-UNASSIGNED-SUB) TO WS-HEAD-ED.
007320     MOVE WS-UA-SCH (WS-UNASSIGNED-SUB) TO WS-SCH-ED.
007330     MOVE SPACES TO WS-REPORT-LINE.
007340     MOVE WS-UA-COURSE (WS-UNASSIGNED-SUB)
007350         TO WS-REPORT-LINE (9:6).
007360     MOVE "-" TO WS-REPORT-LINE (15:1).
007370     MOVE WS-UA-SECTION (WS-UNASSIGNED-SUB)
007380         TO WS-REPORT-LINE (16:2).
007390     MOVE WS-UA-CAMPUS (WS-UNASSIGNED-SUB)
007400         TO WS-REPORT-LINE (20:2).
007410     MOVE WS-HEAD-ED TO WS-REPORT-LINE (52:6).
007420     MOVE WS-SCH-ED TO WS-REPORT-LINE (59:7).
007430     WRITE WR-REPORT-LINE FROM WS-REPORT-LINE.
007440 3200-PRINT-UNASSIGNED-EXIT.
007450     EXIT.

007460 END PROGRAM WORKLOAD.
