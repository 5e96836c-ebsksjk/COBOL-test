000010******************************************************************
000020* PROGRAM-ID : MAJRECOD
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   MASS RECODE OF STUDENTS OUT OF RETIRED MAJORS.  ONCE THE
000090*   DEAN'S OFFICE HAS SET A MAJOR INACTIVE ON THE MAJOR-CODE
000100*   REFERENCE FILE (MAJORREF), EVERY STUDENT STILL DECLARED IN
000110*   IT FAILS THE UNTERPROGRAMM1 MAJOR EDIT ON ANY OTHER UPDATE.
000120*   THIS RUN TAKES THE DEAN'S MAPPING OF RETIRED CODES TO THEIR
000130*   SUCCESSORS (MAJRMAP) - A RETIRED CODE MUST BE INACTIVE ON
000140*   MAJORREF AND ITS SUCCESSOR ACTIVE - AND MOVES EVERY STUDENT
000150*   WHOSE SM-MAJOR-CODE IS A RETIRED CODE TO THE SUCCESSOR.
000160*   PREVIEW MODE (THE DEFAULT) ONLY LISTS THE STUDENTS AFFECTED.
000170*   COMMIT MODE ("C" ON MRCDPARM) HOLDS THE MASTER LOCK, REWRITES
000180*   EACH STUDENT WITH A CHGHIST BEFORE/AFTER ENTRY STAMPED WITH
000190*   THE OPERATOR (SO RUNBKOUT CAN REVERSE THE RUN), AND RECORDS
000200*   THE SUCCESSOR AND RETIREMENT DATE ON THE RETIRED MAJORREF
000210*   ENTRY, WHICH REQVERS, MAJORRPT AND COHORTRP FOLLOW.  ACTIVE
000220*   SECOND MAJORS, MINORS AND CONCENTRATIONS ON PROGSTDY UNDER A
000230*   RETIRED CODE ARE LISTED FOR THE ADVISORS TO MOVE THROUGH
000240*   PROGMNT; THEY ARE NOT CHANGED HERE.  A REJECTED MAPPING ROW,
000250*   A LISTED PROGRAM OF STUDY OR A REFUSED REWRITE GIVES RC 4;
000260*   NO USABLE MAPPING OR NO MAJORREF GIVES RC 8; A MASTER LOCK
000270*   HELD BY ANOTHER RUN GIVES RC 12, AS IN STUDBAT.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY.
000300*   2026-10-15  RO   ORIGINAL PROGRAM.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    MAJRECOD.
000340 AUTHOR.        R. OKONKWO.
000350 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000360 DATE-WRITTEN.  2026-10-15.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RECODE-PARM ASSIGN TO "MRCDPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.

000440     SELECT MAJOR-MAP ASSIGN TO "MAJRMAP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-MAP-STATUS.

000470     SELECT MAJOR-REFERENCE ASSIGN TO "MAJORREF"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MJ-MAJOR-CODE
000510         FILE STATUS IS WS-REF-STATUS.

000520     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SM-STUDENT-ID
000560         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-MAST-STATUS.

000590     SELECT PROGRAM-FILE ASSIGN TO "PROGSTDY"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PO-PROGRAM-KEY
000630         FILE STATUS IS WS-STUDY-STATUS.

000640     SELECT CHANGE-HISTORY ASSIGN TO "CHGHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CHG-STATUS.

000670     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CUROPER-STATUS.

000700     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-OPLOG-STATUS.

000730     SELECT MASTER-LOCK ASSIGN TO "MASTLOCK"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-LOCK-STATUS.

000760     SELECT RECODE-RPT ASSIGN TO "MRCDRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RPT-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  RECODE-PARM.
000820 01  MP-PARM-RECORD.
000830     05  MP-RUN-MODE          PIC X(01).
000840         88  MP-COMMIT        VALUE "C".

000850 FD  MAJOR-MAP.
000860     COPY "mjrmap.cpy".

000870 FD  MAJOR-REFERENCE.
000880     COPY "mjrrec.cpy".

000890 FD  STUDENT-MASTER.
000900     COPY "studrec.cpy".

000910 FD  PROGRAM-FILE.
000920     COPY "progstdy.cpy".

000930 FD  CHANGE-HISTORY.
000940     COPY "chghist.cpy".

000950 FD  CURRENT-OPERATOR.
000960     COPY "curoper.cpy".

000970 FD  OPERATOR-LOG.
000980     COPY "oplog.cpy".

000990 FD  MASTER-LOCK.
001000     COPY "mastlock.cpy".

001010 FD  RECODE-RPT.
001020 01  RR-REPORT-LINE           PIC X(80).

001030 WORKING-STORAGE SECTION.
001040     COPY "runhdr.cpy".

001050 01  WS-SWITCHES.
001060     05  WS-MAP-EOF-SWITCH    PIC X(01) VALUE "N".
001070         88  WS-MAP-EOF       VALUE "Y".
001080     05  WS-MAST-EOF-SWITCH   PIC X(01) VALUE "N".
001090         88  WS-MAST-EOF      VALUE "Y".
001100     05  WS-STUDY-EOF-SWITCH  PIC X(01) VALUE "N".
001110         88  WS-STUDY-EOF     VALUE "Y".
001120     05  WS-MODE-SWITCH       PIC X(01) VALUE "P".
001130         88  WS-PREVIEW-MODE  VALUE "P".
001140         88  WS-COMMIT-MODE   VALUE "C".
001150     05  WS-REFUSED-SWITCH    PIC X(01) VALUE "N".
001160         88  WS-RUN-REFUSED   VALUE "Y".
001170     05  WS-LOCK-HELD-SWITCH  PIC X(01) VALUE "N".
001180         88  WS-LOCK-HELD     VALUE "Y".
001190     05  WS-REF-OPEN-SWITCH   PIC X(01) VALUE "N".
001200         88  WS-REF-OPEN      VALUE "Y".
001210     05  WS-MAST-OPEN-SWITCH  PIC X(01) VALUE "N".
001220         88  WS-MAST-OPEN     VALUE "Y".
001230     05  WS-CHG-OPEN-SWITCH   PIC X(01) VALUE "N".
001240         88  WS-CHG-OPEN      VALUE "Y".

001250 01  WS-FILE-STATUSES.
001260     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001270     05  WS-MAP-STATUS        PIC X(02) VALUE "00".
001280     05  WS-REF-STATUS        PIC X(02) VALUE "00".
001290     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001300     05  WS-STUDY-STATUS      PIC X(02) VALUE "00".
001310     05  WS-CHG-STATUS        PIC X(02) VALUE "00".
001320     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001330     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001340     05  WS-LOCK-STATUS       PIC X(02) VALUE "00".
001350     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001360 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001370 01  WS-TRY-AFTER-WORK.
001380     05  WS-TA-HH             PIC 9(02).
001390     05  WS-TA-MM             PIC 9(02).

001400*    THE ACCEPTED MAPPING ROWS, WITH WHAT EACH ONE MOVED (OR, IN
001410*    PREVIEW, WOULD MOVE).  FIFTY IS WELL PAST ANY ONE YEAR'S
001420*    RETIREMENTS; A ROW PAST IT IS REJECTED, NOT DROPPED.
001430 01  WS-MAP-TABLE.
001440     05  WS-MAP-ENTRY OCCURS 50 TIMES.
001450         10  WS-MP-RETIRED    PIC X(04).
001460         10  WS-MP-SUCCESSOR  PIC X(04).
001470         10  WS-MP-PRIMARY    PIC 9(05) COMP.
001480         10  WS-MP-SECONDARY  PIC 9(05) COMP.
001490 77  WS-MAP-COUNT             PIC 9(03) COMP VALUE ZERO.
001500 77  WS-MAP-MAX               PIC 9(03) COMP VALUE 50.
001510 77  WS-MAP-SUB               PIC 9(03) COMP.
001520 77  WS-FOUND-SUB             PIC 9(03) COMP.
001530 01  WS-LOOKUP-CODE           PIC X(04).

001540 01  WS-COUNTERS COMP.
001550     05  WS-MAP-READ          PIC 9(05) VALUE ZERO.
001560     05  WS-MAP-REJECTED      PIC 9(05) VALUE ZERO.
001570     05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
001580     05  WS-STUDENTS-AFFECTED PIC 9(07) VALUE ZERO.
001590     05  WS-STUDENTS-RECODED  PIC 9(07) VALUE ZERO.
001600     05  WS-REWRITES-REFUSED  PIC 9(05) VALUE ZERO.
001610     05  WS-PROGRAMS-LISTED   PIC 9(05) VALUE ZERO.

001620 01  WS-REJECT-REASON         PIC X(34).
001630 01  WS-SUCCESSOR-DEPT        PIC X(20).
001640 01  WS-OLD-IMAGE             PIC X(36).
001650 01  WS-NEW-IMAGE             PIC X(36).
001660 01  WS-ACTION-TEXT           PIC X(16).
001670 01  WS-PROGRAM-LABEL         PIC X(13).

001680 01  WS-EDIT-FIELDS.
001690     05  WS-COUNT-ED          PIC ZZZZZZ9.
001700     05  WS-PRIMARY-ED        PIC ZZZZ9.
001710     05  WS-SECONDARY-ED      PIC ZZZZ9.
001720     05  WS-SEQUENCE-ED       PIC Z9.

001730 01  WS-REPORT-LINE           PIC X(80).

001740*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001750     COPY "audchn.cpy".

001760 PROCEDURE DIVISION.

001770******************************************************************
001780* 0000-MAINLINE.
001790******************************************************************
001800 0000-MAINLINE.
001810     MOVE "MAJRECOD" TO RH-PROGRAM-NAME.
001820     CALL "BIZDATE" USING RH-RUN-DATE.
001830     ACCEPT RH-RUN-TIME FROM TIME.
001840     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001850         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001870     IF WS-RUN-REFUSED
001880         GO TO 0000-WRAP-UP
001890     END-IF.
001900     PERFORM 2000-RECODE-STUDENTS THRU 2000-RECODE-STUDENTS-EXIT.
001910     PERFORM 3000-LIST-PROGRAMS THRU 3000-LIST-PROGRAMS-EXIT.
001920     IF WS-COMMIT-MODE
001930         PERFORM 4000-MARK-RETIRED THRU 4000-MARK-RETIRED-EXIT
001940     END-IF.
001950     PERFORM 4500-RECORD-OPERATOR THRU 4500-RECORD-OPERATOR-EXIT.
001960     PERFORM 5000-SUMMARY THRU 5000-SUMMARY-EXIT.
001970 0000-WRAP-UP.
001980     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
001990     ACCEPT RH-RUN-TIME FROM TIME.
002000     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002010         RH-RUN-TIME.
002020     STOP RUN.

002030******************************************************************
002040* 1000-INITIALIZE - READ THE MODE, EDIT THE MAPPING, AND IN
002050*                   COMMIT MODE TAKE THE MASTER LOCK.
002060******************************************************************
002070 1000-INITIALIZE.
002080     MOVE 0 TO RETURN-CODE.
002090     OPEN OUTPUT RECODE-RPT.
002100     MOVE "RETIRED-MAJOR RECODE REPORT" TO WS-REPORT-LINE.
002110     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

002120*    NO PARAMETER, OR ANYTHING BUT "C", IS A PREVIEW - THE
002130*    MASTER IS NEVER TOUCHED BY ACCIDENT.
002140     OPEN INPUT RECODE-PARM.
002150     IF WS-PARM-STATUS = "00"
002160         READ RECODE-PARM
002170             AT END
002180                 MOVE SPACES TO MP-PARM-RECORD
002190         END-READ
002200         IF WS-PARM-STATUS = "00" AND MP-COMMIT
002210             SET WS-COMMIT-MODE TO TRUE
002220         END-IF
002230         CLOSE RECODE-PARM
002240     END-IF.
002250     IF WS-COMMIT-MODE
002260         MOVE "  MODE: COMMIT - STUDENTS ARE RECODED"
002270             TO WS-REPORT-LINE
002280     ELSE
002290         MOVE "  MODE: PREVIEW - NOTHING IS UPDATED"
002300             TO WS-REPORT-LINE
002310     END-IF.
002320     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

002330     MOVE "BATCH" TO WS-CURRENT-USERNAME.
002340     OPEN INPUT CURRENT-OPERATOR.
002350     IF WS-CUROPER-STATUS = "00"
002360         READ CURRENT-OPERATOR
002370             AT END
002380                 CONTINUE
002390         END-READ
002400         IF WS-CUROPER-STATUS = "00"
002410             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
002420         END-IF
002430         CLOSE CURRENT-OPERATOR
002440     END-IF.

002450     IF WS-COMMIT-MODE
002460         OPEN I-O MAJOR-REFERENCE
002470     ELSE
002480         OPEN INPUT MAJOR-REFERENCE
002490     END-IF.
002500     IF WS-REF-STATUS NOT = "00"
002510         MOVE "  NO MAJOR-CODE REFERENCE FILE - RUN REFUSED"
002520             TO WS-REPORT-LINE
002530         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002540         SET WS-RUN-REFUSED TO TRUE
002550         MOVE 8 TO RETURN-CODE
002560         GO TO 1000-INITIALIZE-EXIT
002570     END-IF.
002580     SET WS-REF-OPEN TO TRUE.

002590     PERFORM 1100-LOAD-MAPPING THRU 1100-LOAD-MAPPING-EXIT.
002600     IF WS-MAP-COUNT = ZERO
002610         MOVE "  NO USABLE MAPPING ROWS - RUN REFUSED"
002620             TO WS-REPORT-LINE
002630         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002640         SET WS-RUN-REFUSED TO TRUE
002650         MOVE 8 TO RETURN-CODE
002660         GO TO 1000-INITIALIZE-EXIT
002670     END-IF.

002680     IF WS-COMMIT-MODE
002690         PERFORM 1250-TAKE-MASTER-LOCK
002700             THRU 1250-TAKE-MASTER-LOCK-EXIT
002710         IF NOT WS-LOCK-HELD
002720             MOVE "  STUDENT MASTER LOCKED - RUN REFUSED"
002730                 TO WS-REPORT-LINE
002740             WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002750             SET WS-RUN-REFUSED TO TRUE
002760             GO TO 1000-INITIALIZE-EXIT
002770         END-IF
002780         OPEN I-O STUDENT-MASTER
002790     ELSE
002800         OPEN INPUT STUDENT-MASTER
002810     END-IF.
002820     IF WS-MAST-STATUS NOT = "00"
002830         MOVE "  STUDENT MASTER WOULD NOT OPEN - RUN REFUSED"
002840             TO WS-REPORT-LINE
002850         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002860         SET WS-RUN-REFUSED TO TRUE
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 1000-INITIALIZE-EXIT
002890     END-IF.
002900     SET WS-MAST-OPEN TO TRUE.

002910     IF WS-COMMIT-MODE
002920         OPEN EXTEND CHANGE-HISTORY
002930         IF WS-CHG-STATUS = "05" OR WS-CHG-STATUS = "35"
002940             OPEN OUTPUT CHANGE-HISTORY
002950         END-IF
002960         IF WS-CHG-STATUS = "00"
002970             SET WS-CHG-OPEN TO TRUE
002980         END-IF
002990     END-IF.
003000 1000-INITIALIZE-EXIT.
003010     EXIT.

003020******************************************************************
003030* 1100-LOAD-MAPPING - EDIT EVERY MAPPING ROW AGAINST MAJORREF
003040*                     AND TABLE THE GOOD ONES.
003050******************************************************************
003060 1100-LOAD-MAPPING.
003070     MOVE SPACES TO RR-REPORT-LINE.
003080     WRITE RR-REPORT-LINE.
003090     MOVE "MAPPING ROWS" TO WS-REPORT-LINE.
003100     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
003110     OPEN INPUT MAJOR-MAP.
003120     IF WS-MAP-STATUS NOT = "00"
003130         MOVE "  (NO MAJRMAP MAPPING FILE)" TO WS-REPORT-LINE
003140         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
003150         GO TO 1100-LOAD-MAPPING-EXIT
003160     END-IF.
003170     PERFORM 1110-EDIT-ONE-MAPPING THRU 1110-EDIT-ONE-MAPPING-EXIT
003180         UNTIL WS-MAP-EOF.
003190     CLOSE MAJOR-MAP.
003200 1100-LOAD-MAPPING-EXIT.
003210     EXIT.

003220******************************************************************
003230* 1110-EDIT-ONE-MAPPING - A RETIRED CODE MUST BE INACTIVE ON
003240*                         MAJORREF AND MAPPED ONCE; ITS SUCCESSOR
003250*                         MUST BE A DIFFERENT, ACTIVE CODE.
003260******************************************************************
003270 1110-EDIT-ONE-MAPPING.
003280     READ MAJOR-MAP
003290         AT END
003300             SET WS-MAP-EOF TO TRUE
003310             GO TO 1110-EDIT-ONE-MAPPING-EXIT
003320     END-READ.
003330     IF WS-MAP-STATUS NOT = "00"
003340         SET WS-MAP-EOF TO TRUE
003350         GO TO 1110-EDIT-ONE-MAPPING-EXIT
003360     END-IF.
003370     ADD 1 TO WS-MAP-READ.
003380     MOVE SPACES TO WS-REJECT-REASON.
003390     MOVE SPACES TO WS-SUCCESSOR-DEPT.

003400     IF MM-RETIRED-CODE = SPACES OR MM-SUCCESSOR-CODE = SPACES
003410         MOVE "RETIRED OR SUCCESSOR CODE BLANK"
003420             TO WS-REJECT-REASON
003430         GO TO 1110-REJECT-MAPPING
003440     END-IF.
003450     IF MM-RETIRED-CODE = MM-SUCCESSOR-CODE
003460         MOVE "SUCCESSOR SAME AS RETIRED CODE"
003470             TO WS-REJECT-REASON
003480         GO TO 1110-REJECT-MAPPING
003490     END-IF.
003500     MOVE MM-RETIRED-CODE TO WS-LOOKUP-CODE.
003510     PERFORM 1200-FIND-RETIRED THRU 1200-FIND-RETIRED-EXIT.
003520     IF WS-FOUND-SUB > ZERO
003530         MOVE "RETIRED CODE MAPPED TWICE" TO WS-REJECT-REASON
003540         GO TO 1110-REJECT-MAPPING
003550     END-IF.

003560     MOVE MM-RETIRED-CODE TO MJ-MAJOR-CODE.
003570     READ MAJOR-REFERENCE
003580         INVALID KEY
003590             MOVE "RETIRED CODE NOT ON MAJORREF"
003600                 TO WS-REJECT-REASON
003610     END-READ.
003620     IF WS-REJECT-REASON NOT = SPACES
003630         GO TO 1110-REJECT-MAPPING
003640     END-IF.
003650     IF NOT MJ-INACTIVE
003660         MOVE "RETIRED CODE STILL ACTIVE ON MAJORREF"
003670             TO WS-REJECT-REASON
003680         GO TO 1110-REJECT-MAPPING
003690     END-IF.

003700     MOVE MM-SUCCESSOR-CODE TO MJ-MAJOR-CODE.
003710     READ MAJOR-REFERENCE
003720         INVALID KEY
003730             MOVE "SUCCESSOR NOT ON MAJORREF"
003740                 TO WS-REJECT-REASON
003750     END-READ.
003760     IF WS-REJECT-REASON NOT = SPACES
003770         GO TO 1110-REJECT-MAPPING
003780     END-IF.
003790     IF NOT MJ-ACTIVE
003800         MOVE "SUCCESSOR NOT ACTIVE ON MAJORREF"
003810             TO WS-REJECT-REASON
003820         GO TO 1110-REJECT-MAPPING
003830     END-IF.
003840     MOVE MJ-DEPARTMENT-NAME TO WS-SUCCESSOR-DEPT.

003850     IF WS-MAP-COUNT NOT < WS-MAP-MAX
003860         MOVE "MAPPING TABLE FULL" TO WS-REJECT-REASON
003870         GO TO 1110-REJECT-MAPPING
003880     END-IF.
003890     ADD 1 TO WS-MAP-COUNT.
003900     MOVE MM-RETIRED-CODE TO WS-MP-RETIRED (WS-MAP-COUNT).
003910     MOVE MM-SUCCESSOR-CODE TO WS-MP-SUCCESSOR (WS-MAP-COUNT).
003920     MOVE ZERO TO WS-MP-PRIMARY (WS-MAP-COUNT).
003930     MOVE ZERO TO WS-MP-SECONDARY (WS-MAP-COUNT).
003940     MOVE SPACES TO WS-REPORT-LINE.
003950     STRING "  " MM-RETIRED-CODE " -> " MM-SUCCESSOR-CODE
003960            "  ACCEPTED  " WS-SUCCESSOR-DEPT
003970            DELIMITED BY SIZE
003980         INTO WS-REPORT-LINE.
003990     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004000     GO TO 1110-EDIT-ONE-MAPPING-EXIT.

004010 1110-REJECT-MAPPING.
004020     ADD 1 TO WS-MAP-REJECTED.
004030     MOVE SPACES TO WS-REPORT-LINE.
004040     STRING "  " MM-RETIRED-CODE " -> " MM-SUCCESSOR-CODE
004050            "  REJECTED - " WS-REJECT-REASON
004060            DELIMITED BY SIZE
004070         INTO WS-REPORT-LINE.
004080     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004090 1110-EDIT-ONE-MAPPING-EXIT.
004100     EXIT.

004110******************************************************************
004120* 1200-FIND-RETIRED - LOOK WS-LOOKUP-CODE UP AMONG THE TABLED
004130*                     RETIRED CODES; WS-FOUND-SUB ZERO WHEN NOT
004140*                     MAPPED.
004150******************************************************************
004160 1200-FIND-RETIRED.
004170     MOVE ZERO TO WS-FOUND-SUB.
004180     PERFORM 1210-MATCH-ONE THRU 1210-MATCH-ONE-EXIT
004190         VARYING WS-MAP-SUB FROM 1 BY 1
004200         UNTIL WS-MAP-SUB > WS-MAP-COUNT
004210            OR WS-FOUND-SUB > ZERO.
004220 1200-FIND-RETIRED-EXIT.
004230     EXIT.

004240 1210-MATCH-ONE.
004250     IF WS-MP-RETIRED (WS-MAP-SUB) = WS-LOOKUP-CODE
004260         MOVE WS-MAP-SUB TO WS-FOUND-SUB
004270     END-IF.
004280 1210-MATCH-ONE-EXIT.
004290     EXIT.

004300******************************************************************
004310* 1250-TAKE-MASTER-LOCK - REGISTER EXCLUSIVE USE OF THE MASTER
004320*                         FOR THE COMMIT, EXACTLY AS STUDBAT
004330*                         DOES.  A LOCK ALREADY ON FILE MEANS
004340*                         ANOTHER RUN IS (OR DIED) MID-UPDATE.
004350******************************************************************
004360 1250-TAKE-MASTER-LOCK.
004370     MOVE "N" TO WS-LOCK-HELD-SWITCH.
004380     OPEN INPUT MASTER-LOCK.
004390     IF WS-LOCK-STATUS = "00"
004400         READ MASTER-LOCK
004410             AT END
004420                 CONTINUE
004430         END-READ
004440         IF WS-LOCK-STATUS = "00"
004450             DISPLAY "STUDENT MASTER LOCKED BY ",
004460                 LK-HOLDER-PROGRAM, " SINCE ", LK-LOCK-TIME
004470             DISPLAY "RUN REFUSED - CLEAR A STALE LOCK WITH",
004480                 " LOCKCLR"
004490             CLOSE MASTER-LOCK
004500             MOVE 12 TO RETURN-CODE
004510             GO TO 1250-TAKE-MASTER-LOCK-EXIT
004520         END-IF
004530         CLOSE MASTER-LOCK
004540     END-IF.

004550     OPEN OUTPUT MASTER-LOCK.
004560     MOVE RH-PROGRAM-NAME TO LK-HOLDER-PROGRAM.
004570     MOVE RH-RUN-DATE TO LK-LOCK-DATE.
004580     ACCEPT LK-LOCK-TIME FROM TIME.
004590     MOVE LK-LOCK-TIME TO WS-TRY-AFTER-WORK.
004600     ADD 1 TO WS-TA-HH.
004610     IF WS-TA-HH > 23
004620         MOVE 0 TO WS-TA-HH
004630     END-IF.
004640     COMPUTE LK-TRY-AFTER-HHMM = WS-TA-HH * 100 + WS-TA-MM.
004650     WRITE LK-LOCK-RECORD.
004660     CLOSE MASTER-LOCK.
004670     SET WS-LOCK-HELD TO TRUE.
004680 1250-TAKE-MASTER-LOCK-EXIT.
004690     EXIT.

004700******************************************************************
004710* 2000-RECODE-STUDENTS - ONE PASS OF THE MASTER IN ID ORDER,
004720*                        LISTING (AND IN COMMIT MODE RECODING)
004730*                        EVERY STUDENT IN A RETIRED MAJOR.
004740******************************************************************
004750 2000-RECODE-STUDENTS.
004760     MOVE SPACES TO RR-REPORT-LINE.
004770     WRITE RR-REPORT-LINE.
004780     MOVE "STUDENTS IN RETIRED MAJORS" TO WS-REPORT-LINE.
004790     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004800     MOVE "  STUDENT   NAME             ST  FROM    TO  ACTION"
004810         TO WS-REPORT-LINE.
004820     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

004830     MOVE ZERO TO SM-STUDENT-ID.
004840     START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
004850         INVALID KEY
004860             SET WS-MAST-EOF TO TRUE
004870     END-START.
004880     PERFORM 2100-ONE-STUDENT THRU 2100-ONE-STUDENT-EXIT
004890         UNTIL WS-MAST-EOF.
004900 2000-RECODE-STUDENTS-EXIT.
004910     EXIT.

004920******************************************************************
004930* 2100-ONE-STUDENT - CHECK ONE MASTER RECORD AGAINST THE
004940*                    MAPPING.  THE KEY IS UNCHANGED, SO THE
004950*                    REWRITE DOES NOT DISTURB THE WALK.
004960******************************************************************
004970 2100-ONE-STUDENT.
004980     READ STUDENT-MASTER NEXT RECORD
004990         AT END
005000             SET WS-MAST-EOF TO TRUE
005010             GO TO 2100-ONE-STUDENT-EXIT
005020     END-READ.
005030     IF WS-MAST-STATUS NOT = "00"
005040         SET WS-MAST-EOF TO TRUE
005050         GO TO 2100-ONE-STUDENT-EXIT
005060     END-IF.
005070     ADD 1 TO WS-STUDENTS-READ.
005080     MOVE SM-MAJOR-CODE TO WS-LOOKUP-CODE.
005090     PERFORM 1200-FIND-RETIRED THRU 1200-FIND-RETIRED-EXIT.
005100     IF WS-FOUND-SUB = ZERO
005110         GO TO 2100-ONE-STUDENT-EXIT
005120     END-IF.
005130     ADD 1 TO WS-STUDENTS-AFFECTED.
005140     ADD 1 TO WS-MP-PRIMARY (WS-FOUND-SUB).
005150     MOVE "WILL BE RECODED" TO WS-ACTION-TEXT.

005160     IF WS-COMMIT-MODE
005170         MOVE SM-STUDENT-RECORD TO WS-OLD-IMAGE
005180         MOVE WS-MP-SUCCESSOR (WS-FOUND-SUB) TO SM-MAJOR-CODE
005190         MOVE "RECODED" TO WS-ACTION-TEXT
005200         REWRITE SM-STUDENT-RECORD
005210             INVALID KEY
005220                 MOVE "REWRITE REFUSED" TO WS-ACTION-TEXT
005230         END-REWRITE
005240         IF WS-ACTION-TEXT = "RECODED"
005250             MOVE SM-STUDENT-RECORD TO WS-NEW-IMAGE
005260             PERFORM 2200-WRITE-CHANGE-HISTORY
005270                 THRU 2200-WRITE-CHANGE-HISTORY-EXIT
005280             ADD 1 TO WS-STUDENTS-RECODED
005290         ELSE
005300             ADD 1 TO WS-REWRITES-REFUSED
005310         END-IF
005320     END-IF.

005330     MOVE SPACES TO WS-REPORT-LINE.
005340     STRING "  " SM-STUDENT-ID "  " SM-STUDENT-NAME
005350            "  " SM-ENROLLMENT-STATUS
005360            "   " WS-MP-RETIRED (WS-FOUND-SUB)
005370            "  " WS-MP-SUCCESSOR (WS-FOUND-SUB)
005380            "  " WS-ACTION-TEXT
005390            DELIMITED BY SIZE
005400         INTO WS-REPORT-LINE.
005410     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005420 2100-ONE-STUDENT-EXIT.
005430     EXIT.

005440******************************************************************
005450* 2200-WRITE-CHANGE-HISTORY - BEFORE AND AFTER IMAGES OF THE
005460*                             RECODE, CHAINED THROUGH AUDCHAIN,
005470*                             SO RUNBKOUT CAN BACK THE RUN OUT.
005480******************************************************************
005490 2200-WRITE-CHANGE-HISTORY.
005500     IF NOT WS-CHG-OPEN
005510         GO TO 2200-WRITE-CHANGE-HISTORY-EXIT
005520     END-IF.
005530     MOVE SM-STUDENT-ID TO CH-STUDENT-ID.
005540     MOVE RH-RUN-DATE TO CH-CHANGE-DATE.
005550     ACCEPT CH-CHANGE-TIME FROM TIME.
005560     MOVE "MAJRECOD" TO CH-PROGRAM-NAME.
005570     MOVE WS-CURRENT-USERNAME TO CH-OPERATOR.
005580     MOVE WS-OLD-IMAGE TO CH-OLD-IMAGE.
005590     MOVE WS-NEW-IMAGE TO CH-NEW-IMAGE.
005600     SET AC-FILE-CHGHIST TO TRUE.
005610     MOVE CH-CHANGE-RECORD (1:109) TO AC-RECORD-BODY.
005620     MOVE 109 TO AC-BODY-LENGTH.
005630     CALL "AUDCHAIN" USING AC-CHAIN-AREA.
005640     MOVE AC-RUN-SEQ TO CH-RUN-SEQ.
005650     MOVE AC-CHAIN-CHECK TO CH-CHAIN-CHECK.
005660     WRITE CH-CHANGE-RECORD.
005670 2200-WRITE-CHANGE-HISTORY-EXIT.
005680     EXIT.

005690******************************************************************
005700* 3000-LIST-PROGRAMS - ACTIVE SECOND MAJORS, MINORS AND
005710*                      CONCENTRATIONS STILL UNDER A RETIRED CODE,
005720*                      FOR THE ADVISORS TO MOVE THROUGH PROGMNT.
005730******************************************************************
005740 3000-LIST-PROGRAMS.
005750     OPEN INPUT PROGRAM-FILE.
005760     IF WS-STUDY-STATUS NOT = "00"
005770         GO TO 3000-LIST-PROGRAMS-EXIT
005780     END-IF.
005790     MOVE SPACES TO RR-REPORT-LINE.
005800     WRITE RR-REPORT-LINE.
005810     MOVE "PROGRAMS OF STUDY UNDER RETIRED CODES - USE PROGMNT"
005820         TO WS-REPORT-LINE.
005830     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
005840     MOVE LOW-VALUES TO PO-PROGRAM-KEY.
005850     START PROGRAM-FILE KEY IS NOT LESS THAN PO-PROGRAM-KEY
005860         INVALID KEY
005870             SET WS-STUDY-EOF TO TRUE
005880     END-START.
005890     PERFORM 3100-ONE-PROGRAM THRU 3100-ONE-PROGRAM-EXIT
005900         UNTIL WS-STUDY-EOF.
005910     CLOSE PROGRAM-FILE.
005920     IF WS-PROGRAMS-LISTED = ZERO
005930         MOVE "  (NONE)" TO WS-REPORT-LINE
005940         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
005950     END-IF.
005960 3000-LIST-PROGRAMS-EXIT.
005970     EXIT.

005980 3100-ONE-PROGRAM.
005990     READ PROGRAM-FILE NEXT RECORD
006000         AT END
006010             SET WS-STUDY-EOF TO TRUE
006020             GO TO 3100-ONE-PROGRAM-EXIT
006030     END-READ.
006040     IF WS-STUDY-STATUS NOT = "00"
006050         SET WS-STUDY-EOF TO TRUE
006060         GO TO 3100-ONE-PROGRAM-EXIT
006070     END-IF.
006080     IF NOT PO-ACTIVE
006090         GO TO 3100-ONE-PROGRAM-EXIT
006100     END-IF.
006110     MOVE PO-PROGRAM-CODE TO WS-LOOKUP-CODE.
006120     PERFORM 1200-FIND-RETIRED THRU 1200-FIND-RETIRED-EXIT.
006130     IF WS-FOUND-SUB = ZERO
006140         GO TO 3100-ONE-PROGRAM-EXIT
006150     END-IF.
006160     ADD 1 TO WS-PROGRAMS-LISTED.
006170     ADD 1 TO WS-MP-SECONDARY (WS-FOUND-SUB).
006180     EVALUATE TRUE
006190         WHEN PO-TYPE-MAJOR
006200             MOVE "2ND MAJOR" TO WS-PROGRAM-LABEL
006210         WHEN PO-TYPE-MINOR
006220             MOVE "MINOR" TO WS-PROGRAM-LABEL
006230         WHEN OTHER
006240             MOVE "CONCENTRATION" TO WS-PROGRAM-LABEL
006250     END-EVALUATE.
006260     MOVE PO-SEQUENCE TO WS-SEQUENCE-ED.
006270     MOVE SPACES TO WS-REPORT-LINE.
006280     STRING "  " PO-STUDENT-ID "  SEQ " WS-SEQUENCE-ED
006290            "  " WS-PROGRAM-LABEL
006300            "  " PO-PROGRAM-CODE
006310            "  SUCCESSOR " WS-MP-SUCCESSOR (WS-FOUND-SUB)
006320            DELIMITED BY SIZE
006330         INTO WS-REPORT-LINE.
006340     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
006350 3100-ONE-PROGRAM-EXIT.
006360     EXIT.

006370******************************************************************
006380* 4000-MARK-RETIRED - RECORD EACH RETIRED CODE'S SUCCESSOR AND
006390*                     THE RECODE DATE ON ITS MAJORREF ENTRY.
006400******************************************************************
006410 4000-MARK-RETIRED.
006420     PERFORM 4100-MARK-ONE THRU 4100-MARK-ONE-EXIT
006430         VARYING WS-MAP-SUB FROM 1 BY 1
006440         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
006450 4000-MARK-RETIRED-EXIT.
006460     EXIT.

006470 4100-MARK-ONE.
006480     MOVE WS-MP-RETIRED (WS-MAP-SUB) TO MJ-MAJOR-CODE.
006490     READ MAJOR-REFERENCE
006500         INVALID KEY
006510             GO TO 4100-MARK-ONE-EXIT
006520     END-READ.
006530     MOVE WS-MP-SUCCESSOR (WS-MAP-SUB) TO MJ-SUCCESSOR-CODE.
006540     MOVE RH-RUN-DATE TO MJ-RETIRED-DATE.
006550     REWRITE MJ-MAJOR-RECORD
006560         INVALID KEY
006570             DISPLAY "MAJRECOD - MAJORREF REWRITE REFUSED FOR ",
006580                 MJ-MAJOR-CODE
006590     END-REWRITE.
006600 4100-MARK-ONE-EXIT.
006610     EXIT.

006620******************************************************************
006630* 4500-RECORD-OPERATOR - APPEND THE RUN TO THE SHARED OPERATOR
006640*                        ACTIVITY LOG, CHAINED THROUGH AUDCHAIN.
006650******************************************************************
006660 4500-RECORD-OPERATOR.
006670     OPEN EXTEND OPERATOR-LOG.
006680     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
006690         OPEN OUTPUT OPERATOR-LOG
006700     END-IF.
006710     IF WS-OPLOG-STATUS = "00"
006720         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
006730         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
006740         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
006750         ACCEPT OL-ACTIVITY-TIME FROM TIME
006760         SET AC-FILE-OPLOG TO TRUE
006770         MOVE SPACES TO AC-RECORD-BODY
006780         MOVE OL-ACTIVITY-RECORD (1:29)
006790             TO AC-RECORD-BODY (1:29)
006800         MOVE 29 TO AC-BODY-LENGTH
006810         CALL "AUDCHAIN" USING AC-CHAIN-AREA
006820         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
006830         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
006840         WRITE OL-ACTIVITY-RECORD
006850         CLOSE OPERATOR-LOG
006860     END-IF.
006870 4500-RECORD-OPERATOR-EXIT.
006880     EXIT.

006890******************************************************************
006900* 5000-SUMMARY - COUNTS PER MAPPING ROW AND FOR THE RUN.
006910******************************************************************
006920 5000-SUMMARY.
006930     MOVE SPACES TO RR-REPORT-LINE.
006940     WRITE RR-REPORT-LINE.
006950     MOVE "SUMMARY BY RETIRED MAJOR      PRIMARY  OTHER PROGRAMS"
006960         TO WS-REPORT-LINE.
006970     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
006980     PERFORM 5100-SUMMARY-ONE THRU 5100-SUMMARY-ONE-EXIT
006990         VARYING WS-MAP-SUB FROM 1 BY 1
007000         UNTIL WS-MAP-SUB > WS-MAP-COUNT.

007010     MOVE SPACES TO RR-REPORT-LINE.
007020     WRITE RR-REPORT-LINE.
007030     MOVE WS-MAP-READ TO WS-COUNT-ED.
007040     MOVE SPACES TO WS-REPORT-LINE.
007050     STRING "MAPPING ROWS READ:      " WS-COUNT-ED
007060            DELIMITED BY SIZE INTO WS-REPORT-LINE.
007070     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007080     MOVE WS-MAP-REJECTED TO WS-COUNT-ED.
007090     MOVE SPACES TO WS-REPORT-LINE.
007100     STRING "MAPPING ROWS REJECTED:  " WS-COUNT-ED
007110            DELIMITED BY SIZE INTO WS-REPORT-LINE.
007120     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007130     MOVE WS-STUDENTS-READ TO WS-COUNT-ED.
007140     MOVE SPACES TO WS-REPORT-LINE.
007150     STRING "STUDENTS READ:          " WS-COUNT-ED
007160            DELIMITED BY SIZE INTO WS-REPORT-LINE.
007170     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007180     MOVE WS-STUDENTS-AFFECTED TO WS-COUNT-ED.
007190     MOVE SPACES TO WS-REPORT-LINE.
007200     STRING "STUDENTS AFFECTED:      " WS-COUNT-ED
007210            DELIMITED BY SIZE INTO WS-REPORT-LINE.
007220     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007230     MOVE WS-STUDENTS-RECODED TO WS-COUNT-ED.
007240     MOVE SPACES TO WS-REPORT-LINE.
007250     STRING "STUDENTS RECODED:       " WS-COUNT-ED
007260            DELIMITED BY SIZE INTO WS-REPORT-LINE.
007270     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007280     MOVE WS-REWRITES-REFUSED TO WS-COUNT-ED.
007290     MOVE SPACES TO WS-REPORT-LINE.
007300     STRING "REWRITES REFUSED:       " WS-COUNT-ED
007310            DELIMITED BY SIZE INTO WS-REPORT-LINE.
007320     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007330     MOVE WS-PROGRAMS-LISTED TO WS-COUNT-ED.
007340     MOVE SPACES TO WS-REPORT-LINE.
007350     STRING "PROGRAMS TO RECODE:     " WS-COUNT-ED
007360            DELIMITED BY SIZE INTO WS-REPORT-LINE.
007370     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

007380     MOVE SPACES TO WS-REPORT-LINE.
007390     IF WS-COMMIT-MODE
007400         STRING "  TO BACK OUT: RUNBKOUT WITH BKOTPARM "
007410                RH-RUN-DATE "MAJRECOD"
007420                DELIMITED BY SIZE INTO WS-REPORT-LINE
007430     ELSE
007440         MOVE "  PREVIEW ONLY - MRCDPARM ""C"" COMMITS"
007450             TO WS-REPORT-LINE
007460     END-IF.
007470     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007480 5000-SUMMARY-EXIT.
007490     EXIT.

007500 5100-SUMMARY-ONE.
007510     MOVE WS-MP-PRIMARY (WS-MAP-SUB) TO WS-PRIMARY-ED.
007520     MOVE WS-MP-SECONDARY (WS-MAP-SUB) TO WS-SECONDARY-ED.
007530     MOVE SPACES TO WS-REPORT-LINE.
007540     STRING "  " WS-MP-RETIRED (WS-MAP-SUB)
007550            " -> " WS-MP-SUCCESSOR (WS-MAP-SUB)
007560            "                  " WS-PRIMARY-ED
007570            "          " WS-SECONDARY-ED
007580            DELIMITED BY SIZE
007590         INTO WS-REPORT-LINE.
007600     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
007610 5100-SUMMARY-ONE-EXIT.
007620     EXIT.

007630******************************************************************
007640* 9000-FINISH - CLOSE FILES, RELEASE THE LOCK, SET THE RETURN
007650*               CODE.
007660******************************************************************
007670 9000-FINISH.
007680     IF WS-CHG-OPEN
007690         CLOSE CHANGE-HISTORY
007700     END-IF.
007710     IF WS-MAST-OPEN
007720         CLOSE STUDENT-MASTER
007730     END-IF.
007740     IF WS-REF-OPEN
007750         CLOSE MAJOR-REFERENCE
007760     END-IF.
007770     IF WS-LOCK-HELD
007780         OPEN OUTPUT MASTER-LOCK
007790         CLOSE MASTER-LOCK
007800     END-IF.
007810     CLOSE RECODE-RPT.
007820     IF WS-RUN-REFUSED
007830         GO TO 9000-FINISH-EXIT
007840     END-IF.
007850     IF WS-MAP-REJECTED > ZERO
007860             OR WS-PROGRAMS-LISTED > ZERO
007870             OR WS-REWRITES-REFUSED > ZERO
007880         MOVE 4 TO RETURN-CODE
007890     ELSE
007900         MOVE 0 TO RETURN-CODE
007910     END-IF.
007920 9000-FINISH-EXIT.
007930     EXIT.

007940 END PROGRAM MAJRECOD.
