000010******************************************************************
000020* PROGRAM-ID : LMSFEED
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   NIGHTLY ROSTER FEED TO THE LEARNING MANAGEMENT SYSTEM.  FOR
000090*   THE CURRENT TERM (CURTERM, OR THE TERM ON THE LMSPARM
000100*   PARAMETER) THE ENROLLMENT MASTER IS COMPARED WITH THE
000110*   SNAPSHOT OF WHAT THE LMS WAS LAST SENT (LMSPRIOR) AND EVERY
000120*   ADD AND DROP SINCE THEN IS WRITTEN TO A COMMA-DELIMITED FEED
000130*   - TERM, LMS COURSE SHELL, COURSE, SECTION, STUDENT, THE
000140*   SECTION'S INSTRUCTOR OF RECORD FROM CRSOFFER, AND THE
000150*   STUDENT'S FERPA DIRECTORY-SUPPRESSION FLAG SO THE LMS KEEPS
000160*   A SUPPRESSED STUDENT OFF CLASSMATES' ROSTER VIEWS.  MODE "F"
000170*   ON LMSPARM SENDS EVERY ENROLLMENT AS AN ADD FOR THE START OF
000180*   TERM.  THE FEED OPENS WITH AN "HDR" RECORD AND CLOSES WITH A
000190*   "TRL" RECORD CARRYING THE ADD, DROP AND DETAIL COUNTS.  THE
000200*   SHELL COMES FROM THE LMSSHELL MAP; ENROLLMENTS IN A SECTION
000210*   WITH NO SHELL ARE NOT SENT BUT LISTED ON THE REPORT (RC 4),
000220*   AND GO OUT AS ADDS ON THE FIRST NIGHT THE SHELL IS MAPPED.
000230*   THE NEXT SNAPSHOT (LMSSNAP) HOLDS WHAT THE LMS NOW HAS.
000233*   WITH NO TERM ON EITHER, THE CURRENT TERM COMES FROM THE
000236*   RUN-CONTROL LIBRARY (RUNCTL).
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-10-15  RO   ORIGINAL PROGRAM.
000261*   2026-10-15  RO   WITH NO TERM ON LMSPARM OR CURTERM THE
000262*                    CURRENT TERM COMES FROM THE RUN-CONTROL
000263*                    LIBRARY (RUNCTL, THROUGH RUNPARM); THE TERM
000264*                    IS CHECKED ON TERMFILE AND SHOWN ON THE
000265*                    REPORT.
000266*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000267*                    AS A CHAIN STEP BY CALL.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    LMSFEED.
000300 AUTHOR.        R. OKONKWO.
000310 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000320 DATE-WRITTEN.  2026-10-15.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT LMS-PARM ASSIGN TO "LMSPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-STATUS.

000400     SELECT CURRENT-TERM ASSIGN TO "CURTERM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TERM-STATUS.

000430     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS EN-ENROLL-KEY
000470         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-ENRL-STATUS.

000500     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OF-OFFER-KEY
000540         FILE STATUS IS WS-OFF-STATUS.

000550     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DG-STUDENT-ID
000590         FILE STATUS IS WS-DEMO-STATUS.

000600     SELECT SHELL-MAP ASSIGN TO "LMSSHELL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-MAP-STATUS.

000630     SELECT PRIOR-SNAP ASSIGN TO "LMSPRIOR"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRIOR-STATUS.

000660     SELECT NEW-SNAP ASSIGN TO "LMSSNAP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SNAP-STATUS.

000690     SELECT LMS-FEED ASSIGN TO "LMSFEED"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FEED-STATUS.

000720     SELECT LMS-RPT ASSIGN TO "LMSRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-STATUS.

000750 DATA DIVISION.
000760 FILE SECTION.
000770*    MODE "F" = FULL REFRESH, ANYTHING ELSE = ADDS AND DROPS
000780*    SINCE THE LAST RUN.  A TERM HERE OVERRIDES CURTERM.
000790 FD  LMS-PARM.
000800 01  LP-PARM-RECORD.
000810     05  LP-MODE              PIC X(01).
000820         88  LP-FULL-REFRESH  VALUE "F".
000830     05  LP-TERM-CODE         PIC X(05).

000840 FD  CURRENT-TERM.
000850 01  CT-CURRENT-TERM.
000860     05  CT-TERM-CODE         PIC X(05).

000870 FD  ENROLLMENT-MASTER.
000880     COPY "enrlrec.cpy".

000890 FD  OFFERING-FILE.
000900     COPY "crsoffer.cpy".

000910 FD  DEMOG-FILE.
000920     COPY "demogrec.cpy".

000930 FD  SHELL-MAP.
000940     COPY "lmsshell.cpy".

000950 FD  PRIOR-SNAP.
000960     COPY "lmssnap.cpy".

000970 FD  NEW-SNAP.
000980     COPY "lmssnap.cpy"
000990         REPLACING LEADING ==LS== BY ==LN==.

001000 FD  LMS-FEED.
001010 01  LF-FEED-LINE             PIC X(100).

001020 FD  LMS-RPT.
001030 01  LR-REPORT-LINE           PIC X(80).

001040 WORKING-STORAGE SECTION.
001050     COPY "runhdr.cpy".

001053*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001056     COPY "runparm.cpy".

001060 01  WS-SWITCHES.
001070     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001080         88  WS-FATAL         VALUE "Y".
001090     05  WS-FULL-SWITCH       PIC X(01) VALUE "N".
001100         88  WS-FULL-REFRESH  VALUE "Y".
001110     05  WS-MAP-EOF-SWITCH    PIC X(01) VALUE "N".
001120         88  WS-MAP-EOF       VALUE "Y".
001130     05  WS-MAP-FULL-SWITCH   PIC X(01) VALUE "N".
001140         88  WS-MAP-FULL      VALUE "Y".
001150     05  WS-PRIOR-USABLE-SW   PIC X(01) VALUE "N".
001160         88  WS-PRIOR-USABLE  VALUE "Y".
001170     05  WS-OFF-USABLE-SW     PIC X(01) VALUE "N".
001180         88  WS-OFF-USABLE    VALUE "Y".
001190     05  WS-DEMOG-USABLE-SW   PIC X(01) VALUE "N".
001200         88  WS-DEMOG-USABLE  VALUE "Y".
001210     05  WS-UNMAPPED-FULL-SW  PIC X(01) VALUE "N".
001220         88  WS-UNMAPPED-FULL VALUE "Y".

001230 01  WS-FILE-STATUSES.
001240     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001250     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001260     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001270     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001280     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001290     05  WS-MAP-STATUS        PIC X(02) VALUE "00".
001300     05  WS-PRIOR-STATUS      PIC X(02) VALUE "00".
001310     05  WS-SNAP-STATUS       PIC X(02) VALUE "00".
001320     05  WS-FEED-STATUS       PIC X(02) VALUE "00".
001330     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001340 01  WS-TERM-CODE             PIC X(05) VALUE SPACES.

001350*    THE MATCH KEYS - STUDENT PLUS COURSE, HIGH-VALUES AT THE END
001360*    OF EACH SIDE.
001370 01  WS-CUR-KEY.
001380     05  WS-CUR-STUDENT       PIC 9(08).
001390     05  WS-CUR-COURSE        PIC X(06).
001400 01  WS-PRIOR-KEY.
001410     05  WS-PRIOR-STUDENT     PIC 9(08).
001420     05  WS-PRIOR-COURSE      PIC X(06).

001430*    THE ENROLLMENT A DETAIL RECORD IS BEING WRITTEN FOR.
001440 01  WS-DETAIL.
001450     05  WS-DT-ACTION         PIC X(04).
001460     05  WS-DT-STUDENT        PIC 9(08).
001470     05  WS-DT-COURSE         PIC X(06).
001480     05  WS-DT-SECTION        PIC X(02).
001490     05  WS-DT-SHELL          PIC X(20).
001500     05  WS-DT-INSTRUCTOR     PIC X(05).
001510     05  WS-DT-SUPPRESS       PIC X(01).

001520 01  WS-SHELL-ID              PIC X(20).

001530*    THE TERM'S ENTRIES FROM THE SHELL MAP.
001540 01  WS-MAP-TABLE.
001550     05  WS-MAP-COUNT         PIC 9(04) COMP VALUE ZERO.
001560     05  WS-MAP-ENTRY OCCURS 2000 TIMES.
001570         10  WS-MT-COURSE     PIC X(06).
001580         10  WS-MT-SECTION    PIC X(02).
001590         10  WS-MT-SHELL      PIC X(20).
001600 77  WS-MAP-SUB               PIC 9(04) COMP.

001610*    SECTIONS WITH NO SHELL, ONE ENTRY PER SECTION, FOR THE
001620*    REPORT.
001630 01  WS-UNMAPPED-TABLE.
001640     05  WS-UNMAPPED-COUNT    PIC 9(04) COMP VALUE ZERO.
001650     05  WS-UNMAPPED-ENTRY OCCURS 500 TIMES.
001660         10  WS-UM-COURSE     PIC X(06).
001670         10  WS-UM-SECTION    PIC X(02).
001680         10  WS-UM-STUDENTS   PIC 9(05) COMP.
001690 77  WS-UNMAPPED-SUB          PIC 9(04) COMP.

001700 01  WS-COUNTERS COMP.
001710     05  WS-ADDS-SENT         PIC 9(07) VALUE ZERO.
001720     05  WS-DROPS-SENT        PIC 9(07) VALUE ZERO.
001730     05  WS-UNCHANGED         PIC 9(07) VALUE ZERO.
001740     05  WS-NOT-SENT          PIC 9(07) VALUE ZERO.
001750     05  WS-SUPPRESSED-SENT   PIC 9(07) VALUE ZERO.

001760 01  WS-FEED-COUNTS.
001770     05  WS-FC-ADDS           PIC 9(07).
001780     05  WS-FC-DROPS          PIC 9(07).
001790     05  WS-FC-DETAILS        PIC 9(07).

001800 01  WS-MODE-WORD             PIC X(05).

001810 01  WS-EDIT-FIELDS.
001820     05  WS-COUNT-ED          PIC Z,ZZZ,ZZ9.

001830 01  WS-FEED-LINE             PIC X(100).
001840 01  WS-REPORT-LINE           PIC X(80).

001850 PROCEDURE DIVISION.

001860******************************************************************
001870* 0000-MAINLINE.
001880******************************************************************
001890 0000-MAINLINE.
001900     MOVE "LMSFEED" TO RH-PROGRAM-NAME.
001910     CALL "BIZDATE" USING RH-RUN-DATE.
001920     ACCEPT RH-RUN-TIME FROM TIME.
001930     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001940         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001950     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001960     IF NOT WS-FATAL
001970         PERFORM 2000-MATCH-ONE THRU 2000-MATCH-ONE-EXIT
001980             UNTIL WS-CUR-KEY = HIGH-VALUES
001990               AND WS-PRIOR-KEY = HIGH-VALUES
002000     END-IF.
002010     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002020     ACCEPT RH-RUN-TIME FROM TIME.
002030     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002040         RH-RUN-TIME.
002045*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
002050     GOBACK.

002060******************************************************************
002070* 1000-INITIALIZE - MODE AND TERM, SHELL MAP, OPEN FILES, FEED
002080*                   HEADER, AND THE FIRST RECORD OF EACH SIDE.
002090******************************************************************
002100 1000-INITIALIZE.
002110     OPEN OUTPUT LMS-RPT.
002120     MOVE "LMS ROSTER FEED" TO WS-REPORT-LINE.
002130     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

002140*    THE TERM ON LMSPARM, ELSE THE ONE ON CURTERM, OVERRIDES THE
002150*    RUN-CONTROL LIBRARY FOR THIS RUN; WITH NEITHER THE CURRENT
002160*    TERM COMES FROM RUNCTL.  IT MUST BE ON TERMFILE (RUNPARM).
002170     OPEN INPUT LMS-PARM.
002180     IF WS-PARM-STATUS = "00"
002190         READ LMS-PARM
002200             AT END
002210                 MOVE SPACES TO LP-PARM-RECORD
002220         END-READ
002230         IF LP-FULL-REFRESH
002240             SET WS-FULL-REFRESH TO TRUE
002250         END-IF
002260         MOVE LP-TERM-CODE TO WS-TERM-CODE
002270         CLOSE LMS-PARM
002280     END-IF.
002290     IF WS-TERM-CODE = SPACES
002300         OPEN INPUT CURRENT-TERM
002310         IF WS-TERM-STATUS = "00"
002320             READ CURRENT-TERM
002330                 AT END
002340                     CONTINUE
002350             END-READ
002360             IF WS-TERM-STATUS = "00"
002370                 MOVE CT-TERM-CODE TO WS-TERM-CODE
002380             END-IF
002390             CLOSE CURRENT-TERM
002400         END-IF
002410     END-IF.
002420     MOVE WS-TERM-CODE TO RK-EXPLICIT-TERM.
002430     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002440     SET RK-CURRENT-TERM TO TRUE.
002450     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002460     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
002470     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
002480     IF NOT RK-TERM-VALID
002490         MOVE "  (NO VALID CURRENT TERM - NOTHING SENT)"
002500             TO WS-REPORT-LINE
002510         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002520         SET WS-FATAL TO TRUE
002530         GO TO 1000-INITIALIZE-EXIT
002540     END-IF.
002550     MOVE RK-TERM-CODE TO WS-TERM-CODE.
002610     PERFORM 1100-LOAD-ONE-SHELL THRU 1100-LOAD-ONE-SHELL-EXIT
002620         UNTIL WS-MAP-EOF.
002630     IF WS-MAP-STATUS = "00" OR WS-MAP-STATUS = "10"
002640         CLOSE SHELL-MAP
002650     END-IF.
002660     IF WS-MAP-FULL
002670         MOVE "  *** SHELL MAP TABLE FULL - ENTRIES IGNORED ***"
002680             TO WS-REPORT-LINE
002690         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002700     END-IF.

002710     OPEN INPUT OFFERING-FILE.
002720     IF WS-OFF-STATUS = "00"
002730         SET WS-OFF-USABLE TO TRUE
002740     END-IF.
002750     OPEN INPUT DEMOG-FILE.
002760     IF WS-DEMO-STATUS = "00"
002770         SET WS-DEMOG-USABLE TO TRUE
002780     END-IF.

002790*    A FULL REFRESH IGNORES THE PRIOR SNAPSHOT; SO DOES A NIGHT
002800*    WITH NO PRIOR SNAPSHOT, WHICH THEN SENDS EVERY ENROLLMENT
002810*    AS AN ADD.
002820     MOVE HIGH-VALUES TO WS-PRIOR-KEY.
002830     IF NOT WS-FULL-REFRESH
002840         OPEN INPUT PRIOR-SNAP
002850         IF WS-PRIOR-STATUS = "00"
002860             SET WS-PRIOR-USABLE TO TRUE
002870             PERFORM 2150-READ-PRIOR THRU 2150-READ-PRIOR-EXIT
002880         ELSE
002890             MOVE "  (NO PRIOR SNAPSHOT - ALL SENT AS ADDS)"
002900                 TO WS-REPORT-LINE
002910             WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002920         END-IF
002930     END-IF.
002940     OPEN OUTPUT NEW-SNAP.
002950     OPEN OUTPUT LMS-FEED.

002960     IF WS-FULL-REFRESH
002970         MOVE "FULL " TO WS-MODE-WORD
002980     ELSE
002990         MOVE "DELTA" TO WS-MODE-WORD
003000     END-IF.
003010     MOVE SPACES TO WS-FEED-LINE.
003020     STRING "HDR,LMSROSTR," DELIMITED BY SIZE
003030            RH-RUN-DATE DELIMITED BY SIZE
003040            "," DELIMITED BY SIZE
003050            RH-RUN-TIME DELIMITED BY SIZE
003060            "," DELIMITED BY SIZE
003070            WS-TERM-CODE DELIMITED BY SIZE
003080            "," DELIMITED BY SIZE
003090            WS-MODE-WORD DELIMITED BY SPACE
003100         INTO WS-FEED-LINE.
003110     WRITE LF-FEED-LINE FROM WS-FEED-LINE.
003120     MOVE SPACES TO WS-REPORT-LINE.
003130     STRING "TERM " DELIMITED BY SIZE
003140            WS-TERM-CODE DELIMITED BY SIZE
003150            "  MODE " DELIMITED BY SIZE
003160            WS-MODE-WORD DELIMITED BY SIZE
003170         INTO WS-REPORT-LINE.
003180     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

003190     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
003200 1000-INITIALIZE-EXIT.
003210     EXIT.

003220******************************************************************
003230* 1100-LOAD-ONE-SHELL - TABLE ONE SHELL MAP ENTRY FOR THE TERM.
003240******************************************************************
003250 1100-LOAD-ONE-SHELL.
003260     READ SHELL-MAP
003270         AT END
003280             SET WS-MAP-EOF TO TRUE
003290             GO TO 1100-LOAD-ONE-SHELL-EXIT
003300     END-READ.
003310     IF WS-MAP-STATUS NOT = "00"
003320         SET WS-MAP-EOF TO TRUE
003330         GO TO 1100-LOAD-ONE-SHELL-EXIT
003340     END-IF.
003350     IF LM-TERM-CODE NOT = WS-TERM-CODE
003360             OR LM-COURSE-CODE = SPACES
003370             OR LM-SHELL-ID = SPACES
003380         GO TO 1100-LOAD-ONE-SHELL-EXIT
003390     END-IF.
003400     IF WS-MAP-COUNT >= 2000
003410         SET WS-MAP-FULL TO TRUE
003420         GO TO 1100-LOAD-ONE-SHELL-EXIT
003430     END-IF.
003440     ADD 1 TO WS-MAP-COUNT.
003450     MOVE LM-COURSE-CODE TO WS-MT-COURSE (WS-MAP-COUNT).
003460     MOVE LM-SECTION TO WS-MT-SECTION (WS-MAP-COUNT).
003470     MOVE LM-SHELL-ID TO WS-MT-SHELL (WS-MAP-COUNT).
003480 1100-LOAD-ONE-SHELL-EXIT.
003490     EXIT.

003500******************************************************************
003510* 2000-MATCH-ONE - MATCH THE ENROLLMENT MASTER AGAINST THE PRIOR
003520*                  SNAPSHOT: ON THE MASTER ONLY IS AN ADD, ON THE
003530*                  SNAPSHOT ONLY IS A DROP, ON BOTH IS UNCHANGED
003540*                  UNLESS THE SECTION OR ITS SHELL HAS MOVED.
003550******************************************************************
003560 2000-MATCH-ONE.
003570     IF WS-CUR-KEY < WS-PRIOR-KEY
003580         PERFORM 2200-CURRENT-ONLY THRU 2200-CURRENT-ONLY-EXIT
003590         PERFORM 2100-READ-ENROLLMENT
003600             THRU 2100-READ-ENROLLMENT-EXIT
003610         GO TO 2000-MATCH-ONE-EXIT
003620     END-IF.
003630     IF WS-CUR-KEY > WS-PRIOR-KEY
003640         PERFORM 2300-SEND-DROP THRU 2300-SEND-DROP-EXIT
003650         PERFORM 2150-READ-PRIOR THRU 2150-READ-PRIOR-EXIT
003660         GO TO 2000-MATCH-ONE-EXIT
003670     END-IF.

003680     PERFORM 2400-FIND-SHELL THRU 2400-FIND-SHELL-EXIT.
003690     IF WS-SHELL-ID = LS-SHELL-ID
003700             AND EN-SECTION = LS-SECTION
003710         ADD 1 TO WS-UNCHANGED
003720         PERFORM 2600-WRITE-SNAPSHOT
003730             THRU 2600-WRITE-SNAPSHOT-EXIT
003740     ELSE
003750         PERFORM 2300-SEND-DROP THRU 2300-SEND-DROP-EXIT
003760         PERFORM 2200-CURRENT-ONLY THRU 2200-CURRENT-ONLY-EXIT
003770     END-IF.
003780     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
003790     PERFORM 2150-READ-PRIOR THRU 2150-READ-PRIOR-EXIT.
003800 2000-MATCH-ONE-EXIT.
003810     EXIT.

003820******************************************************************
003830* 2100-READ-ENROLLMENT - NEXT ENROLLED REGISTRATION IN THE TERM.
003840******************************************************************
003850 2100-READ-ENROLLMENT.
003860     READ ENROLLMENT-MASTER NEXT RECORD
003870         AT END
003880             MOVE HIGH-VALUES TO WS-CUR-KEY
003890             GO TO 2100-READ-ENROLLMENT-EXIT
003900     END-READ.
003910     IF WS-ENRL-STATUS NOT = "00"
003920         MOVE HIGH-VALUES TO WS-CUR-KEY
003930         GO TO 2100-READ-ENROLLMENT-EXIT
003940     END-IF.
003950     IF NOT EN-ENROLLED OR EN-TERM-CODE NOT = WS-TERM-CODE
003960         GO TO 2100-READ-ENROLLMENT
003970     END-IF.
003980     MOVE EN-STUDENT-ID TO WS-CUR-STUDENT.
003990     MOVE EN-COURSE-CODE TO WS-CUR-COURSE.
004000 2100-READ-ENROLLMENT-EXIT.
004010     EXIT.

004020******************************************************************
004030* 2150-READ-PRIOR - NEXT ENTRY OF THE PRIOR SNAPSHOT FOR THE TERM.
004040******************************************************************
004050 2150-READ-PRIOR.
004060     READ PRIOR-SNAP
004070         AT END
004080             MOVE HIGH-VALUES TO WS-PRIOR-KEY
004090             GO TO 2150-READ-PRIOR-EXIT
004100     END-READ.
004110     IF WS-PRIOR-STATUS NOT = "00"
004120         MOVE HIGH-VALUES TO WS-PRIOR-KEY
004130         GO TO 2150-READ-PRIOR-EXIT
004140     END-IF.
004150     IF LS-TERM-CODE NOT = WS-TERM-CODE
004160         GO TO 2150-READ-PRIOR
004170     END-IF.
004180     MOVE LS-STUDENT-ID TO WS-PRIOR-STUDENT.
004190     MOVE LS-COURSE-CODE TO WS-PRIOR-COURSE.
004200 2150-READ-PRIOR-EXIT.
004210     EXIT.

004220******************************************************************
004230* 2200-CURRENT-ONLY - AN ENROLLMENT THE LMS DOES NOT HAVE: SEND
004240*                     IT AS AN ADD, OR LIST ITS SECTION WHEN THE
004250*                     SECTION HAS NO SHELL.
004260******************************************************************
004270 2200-CURRENT-ONLY.
004280     PERFORM 2400-FIND-SHELL THRU 2400-FIND-SHELL-EXIT.
004290     IF WS-SHELL-ID = SPACES
004300         ADD 1 TO WS-NOT-SENT
004310         PERFORM 2450-NOTE-UNMAPPED THRU 2450-NOTE-UNMAPPED-EXIT
004320         GO TO 2200-CURRENT-ONLY-EXIT
004330     END-IF.
004340     MOVE "ADD " TO WS-DT-ACTION.
004350     MOVE EN-STUDENT-ID TO WS-DT-STUDENT.
004360     MOVE EN-COURSE-CODE TO WS-DT-COURSE.
004370     MOVE EN-SECTION TO WS-DT-SECTION.
004380     MOVE WS-SHELL-ID TO WS-DT-SHELL.
004390     PERFORM 2500-WRITE-DETAIL THRU 2500-WRITE-DETAIL-EXIT.
004400     ADD 1 TO WS-ADDS-SENT.
004410     PERFORM 2600-WRITE-SNAPSHOT THRU 2600-WRITE-SNAPSHOT-EXIT.
004420 2200-CURRENT-ONLY-EXIT.
004430     EXIT.

004440******************************************************************
004450* 2300-SEND-DROP - THE LMS HAS AN ENROLLMENT THE MASTER NO LONGER
004460*                  HOLDS IN THAT SECTION: SEND IT AS A DROP.
004470******************************************************************
004480 2300-SEND-DROP.
004490     MOVE "DROP" TO WS-DT-ACTION.
004500     MOVE LS-STUDENT-ID TO WS-DT-STUDENT.
004510     MOVE LS-COURSE-CODE TO WS-DT-COURSE.
004520     MOVE LS-SECTION TO WS-DT-SECTION.
004530     MOVE LS-SHELL-ID TO WS-DT-SHELL.
004540     PERFORM 2500-WRITE-DETAIL THRU 2500-WRITE-DETAIL-EXIT.
004550     ADD 1 TO WS-DROPS-SENT.
004560 2300-SEND-DROP-EXIT.
004570     EXIT.

004580******************************************************************
004590* 2400-FIND-SHELL - THE LMS SHELL FOR THE CURRENT ENROLLMENT'S
004600*                   SECTION: A SECTION ENTRY, ELSE THE COURSE-WIDE
004610*                   ENTRY, ELSE SPACES.
004620******************************************************************
004630 2400-FIND-SHELL.
004640     MOVE SPACES TO WS-SHELL-ID.
004650     IF WS-MAP-COUNT = ZERO OR EN-SECTION = SPACES
004660         GO TO 2400-FIND-SHELL-EXIT
004670     END-IF.
004680     PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
004690             UNTIL WS-MAP-SUB > WS-MAP-COUNT
004700         IF WS-MT-COURSE (WS-MAP-SUB) = EN-COURSE-CODE
004710             IF WS-MT-SECTION (WS-MAP-SUB) = EN-SECTION
004720                 MOVE WS-MT-SHELL (WS-MAP-SUB) TO WS-SHELL-ID
004730                 GO TO 2400-FIND-SHELL-EXIT
004740             END-IF
004750             IF WS-MT-SECTION (WS-MAP-SUB) = SPACES
004760                 MOVE WS-MT-SHELL (WS-MAP-SUB) TO WS-SHELL-ID
004770             END-IF
004780         END-IF
004790     END-PERFORM.
004800 2400-FIND-SHELL-EXIT.
004810     EXIT.

004820******************************************************************
004830* 2450-NOTE-UNMAPPED - COUNT THE ENROLLMENT AGAINST ITS SECTION ON
004840*                      THE LIST OF SECTIONS WITH NO SHELL.
004850******************************************************************
004860 2450-NOTE-UNMAPPED.
004870     IF WS-UNMAPPED-COUNT > ZERO
004880         PERFORM VARYING WS-UNMAPPED-SUB FROM 1 BY 1
004890                 UNTIL WS-UNMAPPED-SUB > WS-UNMAPPED-COUNT
004900             IF WS-UM-COURSE (WS-UNMAPPED-SUB) = EN-COURSE-CODE
004910                 AND WS-UM-SECTION (WS-UNMAPPED-SUB) = EN-SECTION
004920                 ADD 1 TO WS-UM-STUDENTS (WS-UNMAPPED-SUB)
004930                 GO TO 2450-NOTE-UNMAPPED-EXIT
004940             END-IF
004950         END-PERFORM
004960     END-IF.
004970     IF WS-UNMAPPED-COUNT >= 500
004980         SET WS-UNMAPPED-FULL TO TRUE
004990         GO TO 2450-NOTE-UNMAPPED-EXIT
005000     END-IF.
005010     ADD 1 TO WS-UNMAPPED-COUNT.
005020     MOVE EN-COURSE-CODE TO WS-UM-COURSE (WS-UNMAPPED-COUNT).
005030     MOVE EN-SECTION TO WS-UM-SECTION (WS-UNMAPPED-COUNT).
005040     MOVE 1 TO WS-UM-STUDENTS (WS-UNMAPPED-COUNT).
005050 2450-NOTE-UNMAPPED-EXIT.
005060     EXIT.

005070******************************************************************
005080* 2500-WRITE-DETAIL - ONE ADD OR DROP RECORD, WITH THE SECTION'S
005090*                     INSTRUCTOR OF RECORD AND THE STUDENT'S
005100*                     DIRECTORY-SUPPRESSION FLAG.
005110******************************************************************
005120 2500-WRITE-DETAIL.
005130     MOVE SPACES TO WS-DT-INSTRUCTOR.
005140     IF WS-OFF-USABLE
005150         MOVE WS-DT-COURSE TO OF-COURSE-CODE
005160         MOVE WS-TERM-CODE TO OF-TERM-CODE
005170         MOVE WS-DT-SECTION TO OF-SECTION
005180         READ OFFERING-FILE
005190             INVALID KEY
005200                 CONTINUE
005210         END-READ
005220         IF WS-OFF-STATUS = "00"
005230             MOVE OF-INSTRUCTOR-ID TO WS-DT-INSTRUCTOR
005240         END-IF
005250     END-IF.
005260*    THE LMS NEEDS EVERY ENROLLED STUDENT TO OPEN THE COURSE
005270*    SITE, SO A SUPPRESSED STUDENT IS SENT - FLAGGED, SO THE LMS
005280*    HIDES THEM FROM EVERYONE BUT THE INSTRUCTOR.
005290     MOVE "N" TO WS-DT-SUPPRESS.
005300     IF WS-DEMOG-USABLE
005310         MOVE WS-DT-STUDENT TO DG-STUDENT-ID
005320         READ DEMOG-FILE
005330             INVALID KEY
005340                 CONTINUE
005350         END-READ
005360         IF WS-DEMO-STATUS = "00" AND DG-SUPPRESSED
005370             MOVE "Y" TO WS-DT-SUPPRESS
005380             ADD 1 TO WS-SUPPRESSED-SENT
005390         END-IF
005400     END-IF.

005410     MOVE SPACES TO WS-FEED-LINE.
005420     STRING WS-DT-ACTION         DELIMITED BY SPACE
005430            ","                  DELIMITED BY SIZE
005440            WS-TERM-CODE         DELIMITED BY SIZE
005450            ","                  DELIMITED BY SIZE
005460            WS-DT-SHELL          DELIMITED BY SPACE
005470            ","                  DELIMITED BY SIZE
005480            WS-DT-COURSE         DELIMITED BY SIZE
005490            ","                  DELIMITED BY SIZE
005500            WS-DT-SECTION        DELIMITED BY SIZE
005510            ","                  DELIMITED BY SIZE
005520            WS-DT-STUDENT        DELIMITED BY SIZE
005530            ","                  DELIMITED BY SIZE
005540            WS-DT-INSTRUCTOR     DELIMITED BY SIZE
005550            ","                  DELIMITED BY SIZE
005560            WS-DT-SUPPRESS       DELIMITED BY SIZE
005570         INTO WS-FEED-LINE.
005580     WRITE LF-FEED-LINE FROM WS-FEED-LINE.
005590 2500-WRITE-DETAIL-EXIT.
005600     EXIT.

005610******************************************************************
005620* 2600-WRITE-SNAPSHOT - RECORD THE CURRENT ENROLLMENT AS HELD BY
005630*                       THE LMS FOR THE NEXT RUN TO MATCH AGAINST.
005640******************************************************************
005650 2600-WRITE-SNAPSHOT.
005660     MOVE WS-TERM-CODE TO LN-TERM-CODE.
005670     MOVE EN-STUDENT-ID TO LN-STUDENT-ID.
005680     MOVE EN-COURSE-CODE TO LN-COURSE-CODE.
005690     MOVE EN-SECTION TO LN-SECTION.
005700     MOVE WS-SHELL-ID TO LN-SHELL-ID.
005710     WRITE LN-SNAP-RECORD.
005720 2600-WRITE-SNAPSHOT-EXIT.
005730     EXIT.

005740******************************************************************
005750* 3000-FINISH - FEED TRAILER, REPORT TOTALS AND THE SECTIONS WITH
005760*               NO SHELL, CLOSE FILES.
005770******************************************************************
005780 3000-FINISH.
005790     IF WS-FATAL
005800         CLOSE LMS-RPT
005810         MOVE 8 TO RETURN-CODE
005820         GO TO 3000-FINISH-EXIT
005830     END-IF.

005840     MOVE WS-ADDS-SENT TO WS-FC-ADDS.
005850     MOVE WS-DROPS-SENT TO WS-FC-DROPS.
005860     COMPUTE WS-FC-DETAILS = WS-ADDS-SENT + WS-DROPS-SENT.
005870     MOVE SPACES TO WS-FEED-LINE.
005880     STRING "TRL,"           DELIMITED BY SIZE
005890            WS-FC-ADDS       DELIMITED BY SIZE
005900            ","              DELIMITED BY SIZE
005910            WS-FC-DROPS      DELIMITED BY SIZE
005920            ","              DELIMITED BY SIZE
005930            WS-FC-DETAILS    DELIMITED BY SIZE
005940         INTO WS-FEED-LINE.
005950     WRITE LF-FEED-LINE FROM WS-FEED-LINE.

005960     MOVE SPACES TO WS-REPORT-LINE.
005970     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
005980     MOVE WS-ADDS-SENT TO WS-COUNT-ED.
005990     MOVE SPACES TO WS-REPORT-LINE.
006000     STRING "ADDS SENT:                 " DELIMITED BY SIZE
006010            WS-COUNT-ED DELIMITED BY SIZE
006020         INTO WS-REPORT-LINE.
006030     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
006040     MOVE WS-DROPS-SENT TO WS-COUNT-ED.
006050     MOVE SPACES TO WS-REPORT-LINE.
006060     STRING "DROPS SENT:                " DELIMITED BY SIZE
006070            WS-COUNT-ED DELIMITED BY SIZE
006080         INTO WS-REPORT-LINE.
006090     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
006100     MOVE WS-UNCHANGED TO WS-COUNT-ED.
006110     MOVE SPACES TO WS-REPORT-LINE.
006120     STRING "UNCHANGED SINCE LAST RUN:  " DELIMITED BY SIZE
006130            WS-COUNT-ED DELIMITED BY SIZE
006140         INTO WS-REPORT-LINE.
006150     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
006160     MOVE WS-SUPPRESSED-SENT TO WS-COUNT-ED.
006170     MOVE SPACES TO WS-REPORT-LINE.
006180     STRING "SENT WITH SUPPRESSION FLAG:" DELIMITED BY SIZE
006190            WS-COUNT-ED DELIMITED BY SIZE
006200         INTO WS-REPORT-LINE.
006210     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
006220     MOVE WS-NOT-SENT TO WS-COUNT-ED.
006230     MOVE SPACES TO WS-REPORT-LINE.
006240     STRING "NOT SENT - NO LMS SHELL:   " DELIMITED BY SIZE
006250            WS-COUNT-ED DELIMITED BY SIZE
006260         INTO WS-REPORT-LINE.
006270     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

006280     IF WS-UNMAPPED-COUNT > ZERO
006290         MOVE SPACES TO WS-REPORT-LINE
006300         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
006310         MOVE "SECTIONS WITH NO LMS COURSE SHELL"
006320             TO WS-REPORT-LINE
006330         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
006340         MOVE "  COURSE  SEC   STUDENTS" TO WS-REPORT-LINE
006350         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
006360         PERFORM VARYING WS-UNMAPPED-SUB FROM 1 BY 1
006370                 UNTIL WS-UNMAPPED-SUB > WS-UNMAPPED-COUNT
006380             PERFORM 3100-PRINT-UNMAPPED
006390                 THRU 3100-PRINT-UNMAPPED-EXIT
006400         END-PERFORM
006410     END-IF.
006420     IF WS-UNMAPPED-FULL
006430         MOVE "  *** UNMAPPED TABLE FULL - LIST IS PARTIAL ***"
006440             TO WS-REPORT-LINE
006450         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
006460     END-IF.

006470     CLOSE ENROLLMENT-MASTER.
006480     IF WS-OFF-USABLE
006490         CLOSE OFFERING-FILE
006500     END-IF.
006510     IF WS-DEMOG-USABLE
006520         CLOSE DEMOG-FILE
006530     END-IF.
006540     IF WS-PRIOR-USABLE
006550         CLOSE PRIOR-SNAP
006560     END-IF.
006570     CLOSE NEW-SNAP.
006580     CLOSE LMS-FEED.
006590     CLOSE LMS-RPT.
006600     DISPLAY "LMS ADDS SENT: ", WS-ADDS-SENT,
006610         "  DROPS SENT: ", WS-DROPS-SENT.
006620     IF WS-UNMAPPED-COUNT > ZERO
006630         MOVE 4 TO RETURN-CODE
006640     ELSE
006650         MOVE 0 TO RETURN-CODE
006660     END-IF.
006670 3000-FINISH-EXIT.
006680     EXIT.

006690******************************************************************
006700* 3100-PRINT-UNMAPPED - ONE SECTION WITH NO SHELL.
006710******************************************************************
006720 3100-PRINT-UNMAPPED.
006730     MOVE WS-UM-STUDENTS (WS-UNMAPPED-SUB) TO WS-COUNT-ED.
006740     MOVE SPACES TO WS-REPORT-LINE.
006750     MOVE WS-UM-COURSE (WS-UNMAPPED-SUB) TO WS-REPORT-LINE (3:6).
006760     IF WS-UM-SECTION (WS-UNMAPPED-SUB) = SPACES
006770         MOVE "(NONE)" TO WS-REPORT-LINE (11:6)
006780     ELSE
006790         MOVE WS-UM-SECTION (WS-UNMAPPED-SUB)
006800             TO WS-REPORT-LINE (11:2)
006810     END-IF.
006820     MOVE WS-COUNT-ED TO WS-REPORT-LINE (17:9).
006830     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
006840 3100-PRINT-UNMAPPED-EXIT.
006850     EXIT.

006860 END PROGRAM LMSFEED.
