000010******************************************************************
000020* PROGRAM-ID : NATTDROP
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   NEVER-ATTENDED DROP, RUN BEFORE THE TERM'S CENSUS DATE.
000090*   INSTRUCTORS RETURN THE NEVER-ATTENDED ROSTER (ROSTRGEN TYPE
000100*   "N") IN THE GRADTRAN LAYOUT WITH "NA" IN THE GRADE COLUMN FOR
000110*   A STUDENT WHO NEVER CAME AND THE COLUMN LEFT BLANK FOR ONE WHO
000120*   DID.  FOR EVERY "NA" ON AN ENROLLED REGISTRATION IN THE TERM
000130*   NAMED BY NATTPARM THIS PROGRAM WRITES A DROP TRANSACTION
000140*   (NATTTRAN, ENRLTRAN LAYOUT) CARRYING DROP REASON "N", SO THE
000150*   DROP POSTS THROUGH THE NORMAL ENROLLMENT BATCH (ENRLBAT) -
000160*   WHICH FLAGS THE DROP FEED FOR A FULL REFUND AND QUEUES THE
000170*   STUDENT'S NOTICE.  THE REPORT (NATTRPT) LISTS THE DROPS AND
000180*   REJECTED MARKS BY SECTION, THEN EVERY OPEN SECTION IN THE TERM
000190*   WITH ENROLLED STUDENTS THAT SENT NO ROSTER BACK, SO THE
000200*   REGISTRAR CAN CHASE IT BEFORE CENSUSFZ FREEZES THE COUNTS.
000210*   A TERM NOT ON FILE, WITH NO CENSUS DATE, OR WHOSE CENSUS DATE
000220*   HAS PASSED IS REFUSED (RC 8); REJECTED MARKS OR SECTIONS NOT
000230*   REPORTING GIVE RC 4.
000233*   A TERM ON NATTPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000236*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-10-15  RO   ORIGINAL PROGRAM.
000262*   2026-10-15  RO   A BLANK OR MISSING NATTPARM TERM TAKES THE
000264*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000266*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000268*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    NATTDROP.
000300 AUTHOR.        R. OKONKWO.
000310 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000320 DATE-WRITTEN.  2026-10-15.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT NATT-PARM ASSIGN TO "NATTPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-STATUS.

000400     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS TM-TERM-CODE
000440         FILE STATUS IS WS-TERM-STATUS.

000450     SELECT NATT-FEED ASSIGN TO "NATTFEED"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FEED-STATUS.

000480     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EN-ENROLL-KEY
000520         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-ENRL-STATUS.

000550     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SM-STUDENT-ID
000590         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-MAST-STATUS.

000620     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS OF-OFFER-KEY
000660         FILE STATUS IS WS-OFF-STATUS.

000670     SELECT DROP-TRANS ASSIGN TO "NATTTRAN"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-TRAN-STATUS.

000700     SELECT NATT-RPT ASSIGN TO "NATTRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.

000730     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  NATT-PARM.
000770 01  NP-PARM-RECORD.
000780     05  NP-TERM-CODE         PIC X(05).

000790 FD  TERM-CONTROL.
000800     COPY "termrec.cpy".

000810 FD  NATT-FEED.
000820     COPY "gradtran.cpy".

000830 FD  ENROLLMENT-MASTER.
000840     COPY "enrlrec.cpy".

000850 FD  STUDENT-MASTER.
000860     COPY "studrec.cpy".

000870 FD  OFFERING-FILE.
000880     COPY "crsoffer.cpy".

000890 FD  DROP-TRANS.
000900     COPY "enrltran.cpy".

000910 FD  NATT-RPT.
000920 01  NR-REPORT-LINE           PIC X(80).

000930 SD  SORT-WORK.
000940 01  NS-SORT-RECORD.
000950     05  NS-COURSE-CODE       PIC X(06).
000960     05  NS-SECTION           PIC X(02).
000970     05  NS-STUDENT-ID        PIC 9(08).
000980     05  NS-OUTCOME           PIC X(01).
000990         88  NS-ATTENDED      VALUE "A".
001000         88  NS-DROPPED       VALUE "N".
001010         88  NS-REJECTED      VALUE "R".
001020     05  NS-REJECT-TEXT       PIC X(30).

001030 WORKING-STORAGE SECTION.
001040     COPY "runhdr.cpy".

001043*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001046     COPY "runparm.cpy".

001050 01  WS-SWITCHES.
001060     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001070         88  WS-EOF           VALUE "Y".
001080     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001090         88  WS-SORT-EOF      VALUE "Y".
001100     05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
001110         88  WS-SCAN-EOF      VALUE "Y".
001120     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001130         88  WS-FATAL         VALUE "Y".
001140     05  WS-MAST-USABLE-SWITCH PIC X(01) VALUE "N".
001150         88  WS-MAST-USABLE   VALUE "Y".
001160     05  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
001170         88  WS-FOUND         VALUE "Y".

001180 01  WS-FILE-STATUSES.
001190     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001200     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001210     05  WS-FEED-STATUS       PIC X(02) VALUE "00".
001220     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001230     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001240     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001250     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001260     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001270 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001280 01  WS-COUNTERS COMP.
001290     05  WS-MARKS-READ        PIC 9(05) VALUE ZERO.
001300     05  WS-TOTAL-ATTENDED    PIC 9(05) VALUE ZERO.
001310     05  WS-TOTAL-DROPPED     PIC 9(05) VALUE ZERO.
001320     05  WS-TOTAL-REJECTED    PIC 9(05) VALUE ZERO.
001330     05  WS-SECTIONS-REPORTED PIC 9(05) VALUE ZERO.
001340     05  WS-SECTIONS-MISSING  PIC 9(05) VALUE ZERO.
001350     05  WS-SECT-ATTENDED     PIC 9(05) VALUE ZERO.
001360     05  WS-SECT-DROPPED      PIC 9(05) VALUE ZERO.
001370     05  WS-SECT-REJECTED     PIC 9(05) VALUE ZERO.
001380     05  WS-SECT-ENROLLED     PIC 9(05) VALUE ZERO.

001390*    EVERY SECTION THAT SENT BACK AT LEAST ONE VALID MARK - A
001400*    SECTION OF THE TERM NOT IN THIS TABLE DID NOT REPORT.
001410 01  WS-REPORTED-TABLE.
001420     05  WS-RPTD-COUNT        PIC 9(04) COMP VALUE ZERO.
001430     05  WS-RPTD-ENTRY OCCURS 2000 TIMES.
001440         10  WS-RPTD-COURSE   PIC X(06).
001450         10  WS-RPTD-SECTION  PIC X(02).
001460 01  WS-RPTD-SUB              PIC 9(04) COMP.
001470 01  WS-RPTD-FULL-SWITCH      PIC X(01) VALUE "N".
001480     88  WS-RPTD-TABLE-FULL   VALUE "Y".

001490 01  WS-CURRENT-SECTION.
001500     05  WS-CURRENT-COURSE    PIC X(06) VALUE SPACES.
001510     05  WS-CURRENT-SECT      PIC X(02) VALUE SPACES.
001520 01  WS-FIRST-BREAK-SWITCH    PIC X(01) VALUE "Y".
001530     88  WS-FIRST-BREAK       VALUE "Y".

001540 01  WS-REJECT-TEXT           PIC X(30).

001550 01  WS-EDIT-FIELDS.
001560     05  WS-COUNT-ED          PIC ZZZZ9.
001570     05  WS-COUNT2-ED         PIC ZZZZ9.
001580     05  WS-COUNT3-ED         PIC ZZZZ9.

001590 01  WS-REPORT-LINE           PIC X(80).

001600 PROCEDURE DIVISION.
001610******************************************************************
001620* 0000-MAINLINE.
001630******************************************************************
001640 0000-MAINLINE.
001650     MOVE "NATTDROP" TO RH-PROGRAM-NAME.
001660     CALL "BIZDATE" USING RH-RUN-DATE.
001670     ACCEPT RH-RUN-TIME FROM TIME.
001680     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001690         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001710     IF NOT WS-FATAL
001720         SORT SORT-WORK
001730             ON ASCENDING KEY NS-COURSE-CODE
001740                              NS-SECTION
001750                              NS-STUDENT-ID
001760             INPUT PROCEDURE IS 1500-FEED-MARKS
001770                 THRU 1500-FEED-MARKS-EXIT
001780             OUTPUT PROCEDURE IS 2000-PRINT-BY-SECTION
001790                 THRU 2000-PRINT-BY-SECTION-EXIT
001800         PERFORM 2500-SECTIONS-MISSING
001810             THRU 2500-SECTIONS-MISSING-EXIT
001820     END-IF.
001830     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001840     ACCEPT RH-RUN-TIME FROM TIME.
001850     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001860         RH-RUN-TIME.
001870     STOP RUN.

001880******************************************************************
001890* 1000-INITIALIZE - READ THE TERM, CHECK IT IS STILL BEFORE THE
001900*                   CENSUS DATE, AND OPEN FILES.  THE TERM,
001910*                   ENROLLMENT, OFFERING AND FEED FILES ARE
001920*                   REQUIRED; THE STUDENT MASTER ONLY SUPPLIES
001930*                   NAMES.
001940******************************************************************
001950 1000-INITIALIZE.
001960     OPEN OUTPUT NATT-RPT.
001970     MOVE "NEVER-ATTENDED DROP REPORT" TO WS-REPORT-LINE.
001980     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

001987*    A TERM ON NATTPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001994*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
002001*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
002008     MOVE SPACES TO RK-EXPLICIT-TERM.
002015     OPEN INPUT NATT-PARM.
002022     IF WS-PARM-STATUS = "00"
002029         READ NATT-PARM
002036             AT END
002043                 MOVE SPACES TO NP-TERM-CODE
002050         END-READ
002057         MOVE NP-TERM-CODE TO RK-EXPLICIT-TERM
002064         CLOSE NATT-PARM
002071     END-IF.
002078     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002085     SET RK-CURRENT-TERM TO TRUE.
002092     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002099     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
002106     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
002113     IF NOT RK-TERM-VALID
002120         SET WS-FATAL TO TRUE
002127         GO TO 1000-INITIALIZE-EXIT
002134     END-IF.
002141     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.
002170     MOVE SPACES TO WS-REPORT-LINE.
002180     STRING "TERM "           DELIMITED BY SIZE
002190            WS-SELECTED-TERM  DELIMITED BY SIZE
002200            "  RUN DATE "     DELIMITED BY SIZE
002210            RH-RUN-DATE       DELIMITED BY SIZE
002220         INTO WS-REPORT-LINE.
002230     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

002240*    A DROP AFTER CENSUS WOULD CHANGE COUNTS ALREADY FROZEN AND
002250*    REFUND TUITION ALREADY EARNED - THE RUN IS REFUSED.
002260     OPEN INPUT TERM-CONTROL.
002270     IF WS-TERM-STATUS NOT = "00"
002280         MOVE "  (NO TERM FILE - RUN ABANDONED)" TO WS-REPORT-LINE
002290         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002300         SET WS-FATAL TO TRUE
002310         GO TO 1000-INITIALIZE-EXIT
002320     END-IF.
002330     MOVE WS-SELECTED-TERM TO TM-TERM-CODE.
002340     READ TERM-CONTROL
002350         INVALID KEY
002360             MOVE "  (TERM NOT ON TERM FILE - RUN ABANDONED)"
002370                 TO WS-REPORT-LINE
002380             WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002390             SET WS-FATAL TO TRUE
002400     END-READ.
002410     CLOSE TERM-CONTROL.
002420     IF WS-FATAL
002430         GO TO 1000-INITIALIZE-EXIT
002440     END-IF.
002450     IF TM-CENSUS-DATE = ZERO OR RH-RUN-DATE > TM-CENSUS-DATE
002460         MOVE "  (CENSUS DATE PASSED OR NOT SET - NO DROPS)"
002470             TO WS-REPORT-LINE
002480         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002490         SET WS-FATAL TO TRUE
002500         GO TO 1000-INITIALIZE-EXIT
002510     END-IF.

002520     OPEN INPUT ENROLLMENT-MASTER.
002530     OPEN INPUT OFFERING-FILE.
002540     IF WS-ENRL-STATUS NOT = "00" OR WS-OFF-STATUS NOT = "00"
002550         MOVE "  (NO ENROLLMENT OR OFFERING FILE - RUN ABANDONED)"
002560             TO WS-REPORT-LINE
002570         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002580         SET WS-FATAL TO TRUE
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610     OPEN INPUT STUDENT-MASTER.
002620     IF WS-MAST-STATUS = "00"
002630         SET WS-MAST-USABLE TO TRUE
002640     END-IF.

002650     OPEN INPUT NATT-FEED.
002660     IF WS-FEED-STATUS NOT = "00"
002670         MOVE "  (NO NEVER-ATTENDED FEED - NOTHING TO DROP)"
002680             TO WS-REPORT-LINE
002690         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002700         SET WS-FATAL TO TRUE
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730     OPEN OUTPUT DROP-TRANS.
002740 1000-INITIALIZE-EXIT.
002750     EXIT.

002760******************************************************************
002770* 1500-FEED-MARKS - INPUT PROCEDURE: CHECK EVERY RETURNED MARK,
002780*                   WRITE THE DROP FOR EACH GOOD "NA", AND
002790*                   RELEASE ONE SORT RECORD PER MARK.
002800******************************************************************
002810 1500-FEED-MARKS.
002820     PERFORM 1510-ONE-MARK THRU 1510-ONE-MARK-EXIT
002830         UNTIL WS-EOF.
002840 1500-FEED-MARKS-EXIT.
002850     EXIT.

002860******************************************************************
002870* 1510-ONE-MARK - ONE ROSTER LINE FROM AN INSTRUCTOR.
002880******************************************************************
002890 1510-ONE-MARK.
002900     READ NATT-FEED
002910         AT END
002920             SET WS-EOF TO TRUE
002930     END-READ.
002940     IF WS-EOF
002950         GO TO 1510-ONE-MARK-EXIT
002960     END-IF.
002970     ADD 1 TO WS-MARKS-READ.
002980     MOVE SPACES TO WS-REJECT-TEXT.
002990     MOVE GT-COURSE-CODE TO NS-COURSE-CODE.
003000     MOVE SPACES TO NS-SECTION.
003010     MOVE GT-STUDENT-ID TO NS-STUDENT-ID.
003020     MOVE SPACES TO NS-REJECT-TEXT.

003030     IF GT-TERM-CODE NOT = WS-SELECTED-TERM
003040         MOVE "MARK IS FOR ANOTHER TERM" TO WS-REJECT-TEXT
003050         GO TO 1510-RELEASE-REJECT
003060     END-IF.
003070     IF GT-GRADE NOT = "NA" AND GT-GRADE NOT = SPACES
003080         MOVE "MARK MUST BE NA OR BLANK" TO WS-REJECT-TEXT
003090         GO TO 1510-RELEASE-REJECT
003100     END-IF.
003110     MOVE GT-STUDENT-ID TO EN-STUDENT-ID.
003120     MOVE GT-COURSE-CODE TO EN-COURSE-CODE.
003130     READ ENROLLMENT-MASTER
003140         INVALID KEY
003150             MOVE "NOT REGISTERED FOR COURSE" TO WS-REJECT-TEXT
003160     END-READ.
003170     IF WS-REJECT-TEXT NOT = SPACES
003180         GO TO 1510-RELEASE-REJECT
003190     END-IF.
003200     MOVE EN-SECTION TO NS-SECTION.
003210     IF EN-TERM-CODE NOT = WS-SELECTED-TERM
003220         MOVE SPACES TO NS-SECTION
003230         MOVE "REGISTERED IN ANOTHER TERM" TO WS-REJECT-TEXT
003240         GO TO 1510-RELEASE-REJECT
003250     END-IF.
003260     IF NOT EN-ENROLLED
003270         MOVE "REGISTRATION ALREADY DROPPED" TO WS-REJECT-TEXT
003280         GO TO 1510-RELEASE-REJECT
003290     END-IF.

003300     PERFORM 1600-MARK-REPORTED THRU 1600-MARK-REPORTED-EXIT.
003310     IF GT-GRADE = SPACES
003320         SET NS-ATTENDED TO TRUE
003330         ADD 1 TO WS-TOTAL-ATTENDED
003340         RELEASE NS-SORT-RECORD
003350         GO TO 1510-ONE-MARK-EXIT
003360     END-IF.

003370*    THE DROP ITSELF POSTS IN ENRLBAT, WHICH FEEDS THE REFUND
003380*    REGISTER A FULL REFUND AND QUEUES THE STUDENT'S NOTICE FOR
003390*    REASON "N".
003400     MOVE SPACES TO ET-ENROLL-TRANSACTION.
003410     SET ET-ACTION-DROP TO TRUE.
003420     MOVE EN-STUDENT-ID TO ET-STUDENT-ID.
003430     MOVE EN-COURSE-CODE TO ET-COURSE-CODE.
003440     MOVE EN-TERM-CODE TO ET-TERM-CODE.
003450     MOVE EN-SECTION TO ET-SECTION.
003460     MOVE RH-RUN-DATE TO ET-SUBMIT-DATE.
003470     MOVE RH-RUN-TIME (1:4) TO ET-SUBMIT-TIME.
003480     SET ET-NEVER-ATTENDED TO TRUE.
003490     WRITE ET-ENROLL-TRANSACTION.
003500     SET NS-DROPPED TO TRUE.
003510     ADD 1 TO WS-TOTAL-DROPPED.
003520     RELEASE NS-SORT-RECORD.
003530     GO TO 1510-ONE-MARK-EXIT.

003540 1510-RELEASE-REJECT.
003550     SET NS-REJECTED TO TRUE.
003560     MOVE WS-REJECT-TEXT TO NS-REJECT-TEXT.
003570     ADD 1 TO WS-TOTAL-REJECTED.
003580     RELEASE NS-SORT-RECORD.
003590 1510-ONE-MARK-EXIT.
003600     EXIT.

003610******************************************************************
003620* 1600-MARK-REPORTED - NOTE THE REGISTRATION'S SECTION AS HAVING
003630*                      SENT ITS ROSTER BACK.
003640******************************************************************
003650 1600-MARK-REPORTED.
003660     MOVE "N" TO WS-FOUND-SWITCH.
003670     PERFORM VARYING WS-RPTD-SUB FROM 1 BY 1
003680             UNTIL WS-RPTD-SUB > WS-RPTD-COUNT OR WS-FOUND
003690         IF WS-RPTD-COURSE (WS-RPTD-SUB) = EN-COURSE-CODE
003700                 AND WS-RPTD-SECTION (WS-RPTD-SUB) = EN-SECTION
003710             SET WS-FOUND TO TRUE
003720         END-IF
003730     END-PERFORM.
003740     IF WS-FOUND
003750         GO TO 1600-MARK-REPORTED-EXIT
003760     END-IF.
003770     IF WS-RPTD-COUNT >= 2000
003780         SET WS-RPTD-TABLE-FULL TO TRUE
003790         GO TO 1600-MARK-REPORTED-EXIT
003800     END-IF.
003810     ADD 1 TO WS-RPTD-COUNT.
003820     MOVE EN-COURSE-CODE TO WS-RPTD-COURSE (WS-RPTD-COUNT).
003830     MOVE EN-SECTION TO WS-RPTD-SECTION (WS-RPTD-COUNT).
003840     ADD 1 TO WS-SECTIONS-REPORTED.
003850 1600-MARK-REPORTED-EXIT.
003860     EXIT.

003870******************************************************************
003880* 2000-PRINT-BY-SECTION - OUTPUT PROCEDURE: CONTROL BREAK PER
003890*                         COURSE AND SECTION.
003900******************************************************************
003910 2000-PRINT-BY-SECTION.
003920     MOVE SPACES TO WS-REPORT-LINE.
003930     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
003940     MOVE "DROPS AND REJECTED MARKS BY SECTION" TO WS-REPORT-LINE.
003950     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
003960     PERFORM 2100-RETURN-MARK THRU 2100-RETURN-MARK-EXIT.
003970     PERFORM 2200-ONE-MARK THRU 2200-ONE-MARK-EXIT
003980         UNTIL WS-SORT-EOF.
003990     IF NOT WS-FIRST-BREAK
004000         PERFORM 2400-SECTION-TOTAL THRU 2400-SECTION-TOTAL-EXIT
004010     END-IF.
004020 2000-PRINT-BY-SECTION-EXIT.
004030     EXIT.

004040******************************************************************
004050* 2100-RETURN-MARK - GET THE NEXT SORTED MARK.
004060******************************************************************
004070 2100-RETURN-MARK.
004080     RETURN SORT-WORK
004090         AT END
004100             SET WS-SORT-EOF TO TRUE
004110     END-RETURN.
004120 2100-RETURN-MARK-EXIT.
004130     EXIT.

004140******************************************************************
004150* 2200-ONE-MARK - BREAK ON A NEW SECTION AND PRINT ONE DROP OR
004160*                 REJECTED MARK.  ATTENDED STUDENTS ARE ONLY
004170*                 COUNTED.
004180******************************************************************
004190 2200-ONE-MARK.
004200     IF NS-COURSE-CODE NOT = WS-CURRENT-COURSE
004210             OR NS-SECTION NOT = WS-CURRENT-SECT
004220             OR WS-FIRST-BREAK
004230         IF NOT WS-FIRST-BREAK
004240             PERFORM 2400-SECTION-TOTAL
004250                 THRU 2400-SECTION-TOTAL-EXIT
004260         END-IF
004270         MOVE NS-COURSE-CODE TO WS-CURRENT-COURSE
004280         MOVE NS-SECTION TO WS-CURRENT-SECT
004290         MOVE ZERO TO WS-SECT-ATTENDED
004300         MOVE ZERO TO WS-SECT-DROPPED
004310         MOVE ZERO TO WS-SECT-REJECTED
004320         MOVE "N" TO WS-FIRST-BREAK-SWITCH
004330         MOVE SPACES TO WS-REPORT-LINE
004340         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
004350         MOVE SPACES TO WS-REPORT-LINE
004360         STRING "COURSE "          DELIMITED BY SIZE
004370                WS-CURRENT-COURSE  DELIMITED BY SIZE
004380                "  SECTION "       DELIMITED BY SIZE
004390                WS-CURRENT-SECT    DELIMITED BY SIZE
004400             INTO WS-REPORT-LINE
004410         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
004420     END-IF.

004430     IF NS-ATTENDED
004440         ADD 1 TO WS-SECT-ATTENDED
004450         GO TO 2200-NEXT-MARK
004460     END-IF.
004470     MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME.
004480     IF WS-MAST-USABLE
004490         MOVE NS-STUDENT-ID TO SM-STUDENT-ID
004500         READ STUDENT-MASTER
004510             INVALID KEY
004520                 MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
004530         END-READ
004540     END-IF.
004550     MOVE SPACES TO WS-REPORT-LINE.
004560     IF NS-DROPPED
004570         ADD 1 TO WS-SECT-DROPPED
004580         STRING "  "               DELIMITED BY SIZE
004590                NS-STUDENT-ID      DELIMITED BY SIZE
004600                "  "               DELIMITED BY SIZE
004610                SM-STUDENT-NAME    DELIMITED BY SIZE
004620                "  DROPPED - FULL REFUND, NOTICE QUEUED"
004630                                   DELIMITED BY SIZE
004640             INTO WS-REPORT-LINE
004650     ELSE
004660         ADD 1 TO WS-SECT-REJECTED
004670         STRING "  "               DELIMITED BY SIZE
004680                NS-STUDENT-ID      DELIMITED BY SIZE
004690                "  "               DELIMITED BY SIZE
004700                SM-STUDENT-NAME    DELIMITED BY SIZE
004710                "  REJECTED - "    DELIMITED BY SIZE
004720                NS-REJECT-TEXT     DELIMITED BY SIZE
004730             INTO WS-REPORT-LINE
004740     END-IF.
004750     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

004760 2200-NEXT-MARK.
004770     PERFORM 2100-RETURN-MARK THRU 2100-RETURN-MARK-EXIT.
004780 2200-ONE-MARK-EXIT.
004790     EXIT.

004800******************************************************************
004810* 2400-SECTION-TOTAL - CLOSE OUT ONE SECTION.
004820******************************************************************
004830 2400-SECTION-TOTAL.
004840     MOVE WS-SECT-ATTENDED TO WS-COUNT-ED.
004850     MOVE WS-SECT-DROPPED TO WS-COUNT2-ED.
004860     MOVE WS-SECT-REJECTED TO WS-COUNT3-ED.
004870     MOVE SPACES TO WS-REPORT-LINE.
004880     STRING "  ATTENDED "       DELIMITED BY SIZE
004890            WS-COUNT-ED         DELIMITED BY SIZE
004900            "  NEVER ATTENDED " DELIMITED BY SIZE
004910            WS-COUNT2-ED        DELIMITED BY SIZE
004920            "  REJECTED "       DELIMITED BY SIZE
004930            WS-COUNT3-ED        DELIMITED BY SIZE
004940         INTO WS-REPORT-LINE.
004950     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
004960 2400-SECTION-TOTAL-EXIT.
004970     EXIT.

004980******************************************************************
004990* 2500-SECTIONS-MISSING - LIST EVERY OPEN OFFERING OF THE TERM
005000*                         WITH ENROLLED STUDENTS THAT SENT NO
005010*                         ROSTER BACK.
005020******************************************************************
005030 2500-SECTIONS-MISSING.
005040     MOVE SPACES TO WS-REPORT-LINE.
005050     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
005060     MOVE "SECTIONS NOT REPORTING" TO WS-REPORT-LINE.
005070     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
005080     MOVE "  COURSE  SECT  INSTR  ENROLLED" TO WS-REPORT-LINE.
005090     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
005100     MOVE "N" TO WS-EOF-SWITCH.
005110     MOVE LOW-VALUES TO OF-OFFER-KEY.
005120     START OFFERING-FILE KEY IS NOT LESS THAN OF-OFFER-KEY
005130         INVALID KEY
005140             SET WS-EOF TO TRUE
005150     END-START.
005160     PERFORM 2510-ONE-OFFERING THRU 2510-ONE-OFFERING-EXIT
005170         UNTIL WS-EOF.
005180     IF WS-SECTIONS-MISSING = ZERO
005190         MOVE "  (EVERY SECTION REPORTED)" TO WS-REPORT-LINE
005200         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
005210     END-IF.
005220 2500-SECTIONS-MISSING-EXIT.
005230     EXIT.

005240******************************************************************
005250* 2510-ONE-OFFERING - ONE OFFERING ON THE OFFERING FILE.
005260******************************************************************
005270 2510-ONE-OFFERING.
005280     READ OFFERING-FILE NEXT RECORD
005290         AT END
005300             SET WS-EOF TO TRUE
005310     END-READ.
005320     IF WS-OFF-STATUS NOT = "00" AND NOT WS-EOF
005330         SET WS-EOF TO TRUE
005340     END-IF.
005350     IF WS-EOF
005360         GO TO 2510-ONE-OFFERING-EXIT
005370     END-IF.
005380     IF OF-TERM-CODE NOT = WS-SELECTED-TERM OR OF-CANCELLED
005390         GO TO 2510-ONE-OFFERING-EXIT
005400     END-IF.
005410     MOVE "N" TO WS-FOUND-SWITCH.
005420     PERFORM VARYING WS-RPTD-SUB FROM 1 BY 1
005430             UNTIL WS-RPTD-SUB > WS-RPTD-COUNT OR WS-FOUND
005440         IF WS-RPTD-COURSE (WS-RPTD-SUB) = OF-COURSE-CODE
005450                 AND WS-RPTD-SECTION (WS-RPTD-SUB) = OF-SECTION
005460             SET WS-FOUND TO TRUE
005470         END-IF
005480     END-PERFORM.
005490     IF WS-FOUND
005500         GO TO 2510-ONE-OFFERING-EXIT
005510     END-IF.

005520     PERFORM 2600-COUNT-ENROLLED THRU 2600-COUNT-ENROLLED-EXIT.
005530     IF WS-SECT-ENROLLED = ZERO
005540         GO TO 2510-ONE-OFFERING-EXIT
005550     END-IF.
005560     ADD 1 TO WS-SECTIONS-MISSING.
005570     MOVE WS-SECT-ENROLLED TO WS-COUNT-ED.
005580     MOVE SPACES TO WS-REPORT-LINE.
005590     STRING "  "               DELIMITED BY SIZE
005600            OF-COURSE-CODE     DELIMITED BY SIZE
005610            "  "               DELIMITED BY SIZE
005620            OF-SECTION         DELIMITED BY SIZE
005630            "    "             DELIMITED BY SIZE
005640            OF-INSTRUCTOR-ID   DELIMITED BY SIZE
005650            "  "               DELIMITED BY SIZE
005660            WS-COUNT-ED        DELIMITED BY SIZE
005670         INTO WS-REPORT-LINE.
005680     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
005690 2510-ONE-OFFERING-EXIT.
005700     EXIT.

005710******************************************************************
005720* 2600-COUNT-ENROLLED - COUNT THE OFFERING'S ENROLLED
005730*                       REGISTRATIONS THROUGH THE COURSE-CODE
005740*                       ALTERNATE INDEX.
005750******************************************************************
005760 2600-COUNT-ENROLLED.
005770     MOVE ZERO TO WS-SECT-ENROLLED.
005780     MOVE "N" TO WS-SCAN-EOF-SWITCH.
005790     MOVE OF-COURSE-CODE TO EN-COURSE-CODE.
005800     START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-COURSE-CODE
005810         INVALID KEY
005820             SET WS-SCAN-EOF TO TRUE
005830     END-START.
005840     PERFORM 2610-ONE-REGISTRATION THRU 2610-ONE-REGISTRATION-EXIT
005850         UNTIL WS-SCAN-EOF.
005860 2600-COUNT-ENROLLED-EXIT.
005870     EXIT.

005880******************************************************************
005890* 2610-ONE-REGISTRATION - ONE REGISTRATION FOR THE COURSE.
005900******************************************************************
005910 2610-ONE-REGISTRATION.
005920     READ ENROLLMENT-MASTER NEXT RECORD
005930         AT END
005940             SET WS-SCAN-EOF TO TRUE
005950     END-READ.
005960     IF WS-ENRL-STATUS NOT = "00" AND NOT WS-SCAN-EOF
005970         SET WS-SCAN-EOF TO TRUE
005980     END-IF.
005990     IF WS-SCAN-EOF
006000         GO TO 2610-ONE-REGISTRATION-EXIT
006010     END-IF.
006020     IF EN-COURSE-CODE NOT = OF-COURSE-CODE
006030         SET WS-SCAN-EOF TO TRUE
006040         GO TO 2610-ONE-REGISTRATION-EXIT
006050     END-IF.
006060     IF EN-ENROLLED AND EN-TERM-CODE = OF-TERM-CODE
006070             AND EN-SECTION = OF-SECTION
006080         ADD 1 TO WS-SECT-ENROLLED
006090     END-IF.
006100 2610-ONE-REGISTRATION-EXIT.
006110     EXIT.

006120******************************************************************
006130* 3000-FINISH - TOTALS, CLOSE FILES, SET THE RETURN CODE.
006140******************************************************************
006150 3000-FINISH.
006160     IF WS-FATAL
006170         MOVE 8 TO RETURN-CODE
006180         CLOSE NATT-RPT
006190         GO TO 3000-FINISH-EXIT
006200     END-IF.
006210     MOVE SPACES TO WS-REPORT-LINE.
006220     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006230     MOVE WS-MARKS-READ TO WS-COUNT-ED.
006240     MOVE SPACES TO WS-REPORT-LINE.
006250     STRING "MARKS READ:              " DELIMITED BY SIZE
006260            WS-COUNT-ED                 DELIMITED BY SIZE
006270         INTO WS-REPORT-LINE.
006280     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006290     MOVE WS-TOTAL-ATTENDED TO WS-COUNT-ED.
006300     MOVE SPACES TO WS-REPORT-LINE.
006310     STRING "ATTENDED:                " DELIMITED BY SIZE
006320            WS-COUNT-ED                 DELIMITED BY SIZE
006330         INTO WS-REPORT-LINE.
006340     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006350     MOVE WS-TOTAL-DROPPED TO WS-COUNT-ED.
006360     MOVE SPACES TO WS-REPORT-LINE.
006370     STRING "NEVER ATTENDED, DROPPED: " DELIMITED BY SIZE
006380            WS-COUNT-ED                 DELIMITED BY SIZE
006390         INTO WS-REPORT-LINE.
006400     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006410     MOVE WS-TOTAL-REJECTED TO WS-COUNT-ED.
006420     MOVE SPACES TO WS-REPORT-LINE.
006430     STRING "MARKS REJECTED:          " DELIMITED BY SIZE
006440            WS-COUNT-ED                 DELIMITED BY SIZE
006450         INTO WS-REPORT-LINE.
006460     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006470     MOVE WS-SECTIONS-REPORTED TO WS-COUNT-ED.
006480     MOVE SPACES TO WS-REPORT-LINE.
006490     STRING "SECTIONS REPORTED:       " DELIMITED BY SIZE
006500            WS-COUNT-ED                 DELIMITED BY SIZE
006510         INTO WS-REPORT-LINE.
006520     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006530     MOVE WS-SECTIONS-MISSING TO WS-COUNT-ED.
006540     MOVE SPACES TO WS-REPORT-LINE.
006550     STRING "SECTIONS NOT REPORTING:  " DELIMITED BY SIZE
006560            WS-COUNT-ED                 DELIMITED BY SIZE
006570         INTO WS-REPORT-LINE.
006580     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006590     IF WS-RPTD-TABLE-FULL
006600         MOVE "  (REPORTED-SECTION TABLE FULL - LIST MAY BE LONG)"
006610             TO WS-REPORT-LINE
006620         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
006630     END-IF.

006640     CLOSE NATT-FEED.
006650     CLOSE DROP-TRANS.
006660     CLOSE ENROLLMENT-MASTER.
006670     CLOSE OFFERING-FILE.
006680     IF WS-MAST-USABLE
006690         CLOSE STUDENT-MASTER
006700     END-IF.
006710     CLOSE NATT-RPT.
006720     IF WS-TOTAL-REJECTED > ZERO OR WS-SECTIONS-MISSING > ZERO
006730         MOVE 4 TO RETURN-CODE
006740     END-IF.
006750 3000-FINISH-EXIT.
006760     EXIT.

006770 END PROGRAM NATTDROP.
