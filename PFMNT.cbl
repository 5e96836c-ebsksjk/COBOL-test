000010******************************************************************
000020* PROGRAM-ID : PFMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   PASS/FAIL ELECTION MAINTENANCE.  READS THE PFTRAN
000090*   TRANSACTION FILE - "E" ELECTS PASS/FAIL GRADING FOR A
000100*   STUDENT'S COURSE IN A TERM, "R" REVOKES AN ELECTION - AND
000110*   APPLIES IT TO THE ELECTION FILE (PFELECT) WITH THE
000120*   SIGNED-ON OPERATOR (CUROPER) AND TODAY'S DATE RECORDED.
000130*   ELECTIONS AND REVOKES ARE TAKEN ONLY UP TO THE TERM'S
000140*   PASS/FAIL DEADLINE ON THE TERM FILE; A TERM WITH NO
000150*   DEADLINE OFFERS NO PASS/FAIL OPTION.  AN ELECTION IS
000160*   REFUSED WHEN THE STUDENT IS NOT ENROLLED IN THE COURSE FOR
000170*   THE TERM, WHEN THE COURSE IS ON THE DEGREE REQUIREMENTS
000180*   (DEGREQS, THE SET REQVERS PICKS) OF THE STUDENT'S MAJOR OR
000190*   ANY ACTIVE PROGRAM OF STUDY, OR WHEN IT WOULD TAKE THE
000200*   STUDENT'S PASS/FAIL CREDITS PAST THE LIMIT (PFPARM,
000210*   DEFAULT 12 HOURS).  AN ELECTION WHOSE GRADE HAS POSTED
000220*   CANNOT BE REVOKED.  REJECTS ARE LISTED ON THE REPORT
000230*   (PFRPT), WHICH ENDS WITH EVERY ACTIVE ELECTION ON FILE.
000240*   THE GRADE POSTING PATHS CONVERT THE LETTER GIVEN TO P OR
000250*   NP THROUGH PFGRADE.  EACH RUN IS RECORDED ON THE OPERATOR
000260*   ACTIVITY LOG.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   2026-10-15  RO   ORIGINAL PROGRAM.
000293*   2026-10-15  RO   REQUIRED-COURSE CHECK READS THE SET UNDER THE
000296*                    CODE REQVERS PICKS (A RETIRED PREDECESSOR'S).
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    PFMNT.
000330 AUTHOR.        R. OKONKWO.
000340 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000350 DATE-WRITTEN.  2026-10-15.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ELECTION-TRANSACTIONS ASSIGN TO "PFTRAN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TRAN-STATUS.

000430     SELECT ELECTION-PARM ASSIGN TO "PFPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.

000460     SELECT ELECTION-FILE ASSIGN TO "PFELECT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EF-ELECTION-KEY
000500         FILE STATUS IS WS-ELECT-STATUS.

000510     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SM-STUDENT-ID
000550         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-MAST-STATUS.

000580     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TM-TERM-CODE
000620         FILE STATUS IS WS-TERM-STATUS.

000630     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EN-ENROLL-KEY
000670         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-ENRL-STATUS.

000700     SELECT REQUIREMENTS-FILE ASSIGN TO "DEGREQS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DQ-REQ-KEY
000740         FILE STATUS IS WS-REQ-STATUS.

000750     SELECT PROGRAM-FILE ASSIGN TO "PROGSTDY"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS PO-PROGRAM-KEY
000790         FILE STATUS IS WS-STUDY-STATUS.

000800     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CUROPER-STATUS.

000830     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-OPLOG-STATUS.

000860     SELECT ELECTION-RPT ASSIGN TO "PFRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.

000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ELECTION-TRANSACTIONS.
000920 01  PT-ELECTION-TRANSACTION.
000930     05  PT-ACTION            PIC X(01).
000940         88  PT-ACTION-ELECT  VALUE "E".
000950         88  PT-ACTION-REVOKE VALUE "R".
000960     05  PT-STUDENT-ID        PIC 9(08).
000970     05  PT-COURSE-CODE       PIC X(06).
000980     05  PT-TERM-CODE         PIC X(05).

000990 FD  ELECTION-PARM.
001000 01  PP-PARM-RECORD.
001010     05  PP-CREDIT-LIMIT      PIC 9(02).

001020 FD  ELECTION-FILE.
001030     COPY "pfelect.cpy".

001040 FD  STUDENT-MASTER.
001050     COPY "studrec.cpy".

001060 FD  TERM-CONTROL.
001070     COPY "termrec.cpy".

001080 FD  ENROLLMENT-MASTER.
001090     COPY "enrlrec.cpy".

001100 FD  REQUIREMENTS-FILE.
001110     COPY "degreq.cpy".

001120 FD  PROGRAM-FILE.
001130     COPY "progstdy.cpy".

001140 FD  CURRENT-OPERATOR.
001150     COPY "curoper.cpy".

001160 FD  OPERATOR-LOG.
001170     COPY "oplog.cpy".

001180 FD  ELECTION-RPT.
001190 01  PR-REPORT-LINE           PIC X(80).

001200 WORKING-STORAGE SECTION.
001210     COPY "runhdr.cpy".

001220 01  WS-SWITCHES.
001230     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001240         88  WS-EOF           VALUE "Y".
001250     05  WS-LIST-EOF-SWITCH   PIC X(01) VALUE "N".
001260         88  WS-LIST-EOF      VALUE "Y".
001270     05  WS-ELECT-OPEN-SWITCH PIC X(01) VALUE "N".
001280         88  WS-ELECT-OPEN    VALUE "Y".
001290     05  WS-WALK-DONE-SWITCH  PIC X(01) VALUE "N".
001300         88  WS-WALK-DONE     VALUE "Y".

001310 01  WS-FILE-STATUSES.
001320     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001330     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001340     05  WS-ELECT-STATUS      PIC X(02) VALUE "00".
001350     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001360     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001370     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001380     05  WS-REQ-STATUS        PIC X(02) VALUE "00".
001390     05  WS-STUDY-STATUS      PIC X(02) VALUE "00".
001400     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001410     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001420     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001430 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001440*    MOST PASS/FAIL CREDIT HOURS A STUDENT MAY CARRY ACROSS ALL
001450*    ACTIVE ELECTIONS - PFPARM OVERRIDES THE REGISTRAR'S DEFAULT.
001460 01  WS-CREDIT-LIMIT          PIC 9(02) VALUE 12.

001470 01  WS-COUNTERS COMP.
001480     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001490     05  WS-ELECTIONS-MADE    PIC 9(05) VALUE ZERO.
001500     05  WS-ELECTIONS-REVOKED PIC 9(05) VALUE ZERO.
001510     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
001520     05  WS-ACTIVE-LISTED     PIC 9(05) VALUE ZERO.

001530 01  WS-ELECT-HOURS           PIC 9(02) VALUE ZERO.
001540 01  WS-HOURS-ELECTED         PIC 9(03) VALUE ZERO.
001550 01  WS-CHECK-MAJOR           PIC X(04).

001560 01  WS-REJECT-TEXT           PIC X(30).

001570 01  WS-EDIT-COUNTERS.
001580     05  WS-COUNT-ED          PIC ZZZZ9.
001590     05  WS-HOURS-ED          PIC Z9.

001600 01  WS-REPORT-LINE           PIC X(80).

001610*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001620     COPY "audchn.cpy".

001630*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS) - THE
001640*    COURSE'S CREDIT HOURS AS OF THE ELECTION TERM.
001650     COPY "crsvers.cpy".

001660*    CALL AREA FOR THE REQUIREMENT-SET SERVICE (REQVERS) - THE
001670*    DEGREQS SET IN FORCE FOR THE STUDENT'S CATALOG YEAR.
001680     COPY "reqvers.cpy".

001690 PROCEDURE DIVISION.

001700******************************************************************
001710* 0000-MAINLINE.
001720******************************************************************
001730 0000-MAINLINE.
001740     MOVE "PFMNT" TO RH-PROGRAM-NAME.
001750     CALL "BIZDATE" USING RH-RUN-DATE.
001760     ACCEPT RH-RUN-TIME FROM TIME.
001770     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001780         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001790     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001800     PERFORM 2000-APPLY-PF-TRAN THRU 2000-APPLY-PF-TRAN-EXIT
001810         UNTIL WS-EOF.
001820     PERFORM 2500-LIST-ACTIVE THRU 2500-LIST-ACTIVE-EXIT.
001830     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001840     ACCEPT RH-RUN-TIME FROM TIME.
001850     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001860         RH-RUN-TIME.
001870     STOP RUN.

001880******************************************************************
001890* 1000-INITIALIZE - RECORD THE OPERATOR, TAKE THE CREDIT LIMIT
001900*                   AND OPEN FILES.
001910******************************************************************
001920 1000-INITIALIZE.
001930     OPEN OUTPUT ELECTION-RPT.
001940     MOVE "PASS/FAIL ELECTION MAINTENANCE REPORT"
001950         TO WS-REPORT-LINE.
001960     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

001970     PERFORM 1100-RECORD-OPERATOR
001980         THRU 1100-RECORD-OPERATOR-EXIT.

001990     OPEN INPUT ELECTION-PARM.
002000     IF WS-PARM-STATUS = "00"
002010         READ ELECTION-PARM
002020             AT END
002030                 MOVE ZERO TO PP-CREDIT-LIMIT
002040         END-READ
002050         IF PP-CREDIT-LIMIT IS NUMERIC AND PP-CREDIT-LIMIT > ZERO
002060             MOVE PP-CREDIT-LIMIT TO WS-CREDIT-LIMIT
002070         END-IF
002080         CLOSE ELECTION-PARM
002090     END-IF.
002100     MOVE WS-CREDIT-LIMIT TO WS-HOURS-ED.
002110     MOVE SPACES TO WS-REPORT-LINE.
002120     STRING "PASS/FAIL CREDIT LIMIT " DELIMITED BY SIZE
002130            WS-HOURS-ED               DELIMITED BY SIZE
002140            " HOURS"                  DELIMITED BY SIZE
002150         INTO WS-REPORT-LINE.
002160     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002170     MOVE "ACT STUDENT  COURSE TERM  HRS OUTCOME"
002180         TO WS-REPORT-LINE.
002190     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

002200     OPEN INPUT STUDENT-MASTER.
002210     OPEN INPUT TERM-CONTROL.
002220     OPEN INPUT ENROLLMENT-MASTER.
002230     OPEN INPUT REQUIREMENTS-FILE.
002240     OPEN INPUT PROGRAM-FILE.
002250     OPEN I-O ELECTION-FILE.
002260     IF WS-ELECT-STATUS = "35"
002270         OPEN OUTPUT ELECTION-FILE
002280         CLOSE ELECTION-FILE
002290         OPEN I-O ELECTION-FILE
002300     END-IF.
002310     IF WS-ELECT-STATUS = "00"
002320         SET WS-ELECT-OPEN TO TRUE
002330     END-IF.

002340     OPEN INPUT ELECTION-TRANSACTIONS.
002350     IF WS-TRAN-STATUS NOT = "00"
002360         MOVE "  (NO ELECTION TRANSACTION FILE)" TO WS-REPORT-LINE
002370         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
002380         SET WS-EOF TO TRUE
002390         GO TO 1000-INITIALIZE-EXIT
002400     END-IF.

002410     PERFORM 2100-READ-TRANSACTION
002420         THRU 2100-READ-TRANSACTION-EXIT.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.

002450******************************************************************
002460* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
002470*                        APPEND THIS RUN TO THE ACTIVITY LOG,
002480*                        AS THE STUDENT UPDATE DOES.
002490******************************************************************
002500 1100-RECORD-OPERATOR.
002510     MOVE "BATCH" TO WS-CURRENT-USERNAME.
002520     OPEN INPUT CURRENT-OPERATOR.
002530     IF WS-CUROPER-STATUS = "00"
002540         READ CURRENT-OPERATOR
002550             AT END
002560                 CONTINUE
002570         END-READ
002580         IF WS-CUROPER-STATUS = "00"
002590             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
002600         END-IF
002610         CLOSE CURRENT-OPERATOR
002620     END-IF.
002630     OPEN EXTEND OPERATOR-LOG.
002640     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
002650         OPEN OUTPUT OPERATOR-LOG
002660     END-IF.
002670     IF WS-OPLOG-STATUS = "00"
002680         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
002690         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
002700         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
002710         ACCEPT OL-ACTIVITY-TIME FROM TIME
002720         SET AC-FILE-OPLOG TO TRUE
002730         MOVE SPACES TO AC-RECORD-BODY
002740         MOVE OL-ACTIVITY-RECORD (1:29)
002750             TO AC-RECORD-BODY (1:29)
002760         MOVE 29 TO AC-BODY-LENGTH
002770         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002780         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002790         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002800         WRITE OL-ACTIVITY-RECORD
002810         CLOSE OPERATOR-LOG
002820     END-IF.
002830 1100-RECORD-OPERATOR-EXIT.
002840     EXIT.

002850******************************************************************
002860* 2100-READ-TRANSACTION - GET THE NEXT ELECTION TRANSACTION.
002870******************************************************************
002880 2100-READ-TRANSACTION.
002890     READ ELECTION-TRANSACTIONS
002900         AT END
002910             SET WS-EOF TO TRUE
002920     END-READ.
002930 2100-READ-TRANSACTION-EXIT.
002940     EXIT.

002950******************************************************************
002960* 2000-APPLY-PF-TRAN - ELECT OR REVOKE ONE PASS/FAIL ELECTION.
002970******************************************************************
002980 2000-APPLY-PF-TRAN.
002990     ADD 1 TO WS-RECORDS-READ.
003000     MOVE SPACES TO WS-REJECT-TEXT.
003010     MOVE ZERO TO WS-ELECT-HOURS.

003020     IF NOT PT-ACTION-ELECT AND NOT PT-ACTION-REVOKE
003030         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
003040         GO TO 2000-WRITE-OUTCOME
003050     END-IF.

003060     MOVE PT-STUDENT-ID TO SM-STUDENT-ID.
003070     READ STUDENT-MASTER
003080         INVALID KEY
003090             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
003100     END-READ.
003110     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
003120         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
003130     END-IF.
003140     IF WS-REJECT-TEXT NOT = SPACES
003150         GO TO 2000-WRITE-OUTCOME
003160     END-IF.

003170     MOVE PT-TERM-CODE TO TM-TERM-CODE.
003180     READ TERM-CONTROL
003190         INVALID KEY
003200             MOVE "TERM NOT ON FILE" TO WS-REJECT-TEXT
003210     END-READ.
003220     IF WS-REJECT-TEXT = SPACES AND WS-TERM-STATUS NOT = "00"
003230         MOVE "TERM NOT ON FILE" TO WS-REJECT-TEXT
003240     END-IF.
003250     IF WS-REJECT-TEXT NOT = SPACES
003260         GO TO 2000-WRITE-OUTCOME
003270     END-IF.
003280     IF TM-PF-DEADLINE NOT NUMERIC OR TM-PF-DEADLINE = ZERO
003290         MOVE "NO PASS/FAIL FOR TERM" TO WS-REJECT-TEXT
003300         GO TO 2000-WRITE-OUTCOME
003310     END-IF.
003320     IF RH-RUN-DATE > TM-PF-DEADLINE
003330         MOVE "PAST ELECTION DEADLINE" TO WS-REJECT-TEXT
003340         GO TO 2000-WRITE-OUTCOME
003350     END-IF.

003360     IF PT-ACTION-ELECT
003370         PERFORM 2200-ELECT-PASS-FAIL
003380             THRU 2200-ELECT-PASS-FAIL-EXIT
003390     ELSE
003400         PERFORM 2300-REVOKE-ELECTION
003410             THRU 2300-REVOKE-ELECTION-EXIT
003420     END-IF.

003430 2000-WRITE-OUTCOME.
003440     MOVE SPACES TO WS-REPORT-LINE.
003450     MOVE WS-ELECT-HOURS TO WS-HOURS-ED.
003460     IF WS-REJECT-TEXT = SPACES
003470         STRING PT-ACTION       DELIMITED BY SIZE
003480                "   "           DELIMITED BY SIZE
003490                PT-STUDENT-ID   DELIMITED BY SIZE
003500                " "             DELIMITED BY SIZE
003510                PT-COURSE-CODE  DELIMITED BY SIZE
003520                " "             DELIMITED BY SIZE
003530                PT-TERM-CODE    DELIMITED BY SIZE
003540                " "             DELIMITED BY SIZE
003550                WS-HOURS-ED     DELIMITED BY SIZE
003560                "  APPLIED BY " DELIMITED BY SIZE
003570                WS-CURRENT-USERNAME DELIMITED BY SIZE
003580             INTO WS-REPORT-LINE
003590     ELSE
003600         ADD 1 TO WS-RECORDS-REJECTED
003610         STRING PT-ACTION       DELIMITED BY SIZE
003620                "   "           DELIMITED BY SIZE
003630                PT-STUDENT-ID   DELIMITED BY SIZE
003640                " "             DELIMITED BY SIZE
003650                PT-COURSE-CODE  DELIMITED BY SIZE
003660                " "             DELIMITED BY SIZE
003670                PT-TERM-CODE    DELIMITED BY SIZE
003680                " "             DELIMITED BY SIZE
003690                WS-HOURS-ED     DELIMITED BY SIZE
003700                "  REJECTED - " DELIMITED BY SIZE
003710                WS-REJECT-TEXT  DELIMITED BY SIZE
003720             INTO WS-REPORT-LINE
003730     END-IF.
003740     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

003750     PERFORM 2100-READ-TRANSACTION
003760         THRU 2100-READ-TRANSACTION-EXIT.
003770 2000-APPLY-PF-TRAN-EXIT.
003780     EXIT.

003790******************************************************************
003800* 2200-ELECT-PASS-FAIL - CHECK ENROLLMENT, REQUIREMENTS AND THE
003810*                        CREDIT LIMIT, THEN WRITE (OR REACTIVATE)
003820*                        THE ELECTION.
003830******************************************************************
003840 2200-ELECT-PASS-FAIL.
003850     MOVE PT-STUDENT-ID TO EF-STUDENT-ID.
003860     MOVE PT-COURSE-CODE TO EF-COURSE-CODE.
003870     MOVE PT-TERM-CODE TO EF-TERM-CODE.
003880     READ ELECTION-FILE
003890         INVALID KEY
003900             CONTINUE
003910     END-READ.
003920     IF WS-ELECT-STATUS = "00" AND EF-ACTIVE
003930         MOVE "ALREADY ELECTED" TO WS-REJECT-TEXT
003940         GO TO 2200-ELECT-PASS-FAIL-EXIT
003950     END-IF.

003960*    THE STUDENT MUST HOLD AN ENROLLED REGISTRATION FOR THE
003970*    COURSE; ONE TAKEN AGAINST AN OFFERING MUST BE THIS TERM'S.
003980     MOVE PT-STUDENT-ID TO EN-STUDENT-ID.
003990     MOVE PT-COURSE-CODE TO EN-COURSE-CODE.
004000     READ ENROLLMENT-MASTER
004010         INVALID KEY
004020             MOVE "NOT ENROLLED IN COURSE" TO WS-REJECT-TEXT
004030     END-READ.
004040     IF WS-REJECT-TEXT = SPACES
004050         IF WS-ENRL-STATUS NOT = "00" OR NOT EN-ENROLLED
004060             MOVE "NOT ENROLLED IN COURSE" TO WS-REJECT-TEXT
004070         ELSE
004080             IF EN-TERM-CODE NOT = SPACES
004090                     AND EN-TERM-CODE NOT = PT-TERM-CODE
004100                 MOVE "NOT ENROLLED IN COURSE" TO WS-REJECT-TEXT
004110             END-IF
004120         END-IF
004130     END-IF.
004140     IF WS-REJECT-TEXT NOT = SPACES
004150         GO TO 2200-ELECT-PASS-FAIL-EXIT
004160     END-IF.

004170*    A COURSE THE STUDENT'S OWN PROGRAMS REQUIRE MUST CARRY A
004180*    LETTER GRADE - THE PRIMARY MAJOR FIRST, THEN EVERY ACTIVE
004190*    PROGRAM OF STUDY.
004200     MOVE SM-MAJOR-CODE TO WS-CHECK-MAJOR.
004210     PERFORM 2210-CHECK-REQUIRED THRU 2210-CHECK-REQUIRED-EXIT.
004220     IF WS-REJECT-TEXT = SPACES
004230         PERFORM 2220-CHECK-PROGRAMS
004240             THRU 2220-CHECK-PROGRAMS-EXIT
004250     END-IF.
004260     IF WS-REJECT-TEXT NOT = SPACES
004270         GO TO 2200-ELECT-PASS-FAIL-EXIT
004280     END-IF.

004290     MOVE PT-COURSE-CODE TO CQ-COURSE-CODE.
004300     MOVE PT-TERM-CODE TO CQ-TERM-CODE.
004310     CALL "CRSVERS" USING CQ-VERSION-AREA.
004320     IF CQ-COURSE-FOUND AND CQ-CREDIT-HOURS > ZERO
004330         MOVE CQ-CREDIT-HOURS TO WS-ELECT-HOURS
004340     ELSE
004350         MOVE 3 TO WS-ELECT-HOURS
004360     END-IF.

004370     PERFORM 2240-SUM-ELECTED THRU 2240-SUM-ELECTED-EXIT.
004380     IF WS-HOURS-ELECTED + WS-ELECT-HOURS > WS-CREDIT-LIMIT
004390         MOVE "PASS/FAIL CREDIT LIMIT" TO WS-REJECT-TEXT
004400         GO TO 2200-ELECT-PASS-FAIL-EXIT
004410     END-IF.

004420     MOVE PT-STUDENT-ID TO EF-STUDENT-ID.
004430     MOVE PT-COURSE-CODE TO EF-COURSE-CODE.
004440     MOVE PT-TERM-CODE TO EF-TERM-CODE.
004450     MOVE WS-ELECT-HOURS TO EF-CREDIT-HOURS.
004460     SET EF-ACTIVE TO TRUE.
004470     MOVE RH-RUN-DATE TO EF-ELECT-DATE.
004480     MOVE WS-CURRENT-USERNAME TO EF-ENTERED-BY.
004490     MOVE ZERO TO EF-REVOKE-DATE.
004500     MOVE SPACES TO EF-ORIGINAL-GRADE.
004510     MOVE SPACES TO EF-POSTED-GRADE.
004520     MOVE ZERO TO EF-CONVERT-DATE.
004530     WRITE EF-ELECTION-RECORD
004540         INVALID KEY
004550             REWRITE EF-ELECTION-RECORD
004560     END-WRITE.
004570     ADD 1 TO WS-ELECTIONS-MADE.
004580 2200-ELECT-PASS-FAIL-EXIT.
004590     EXIT.

004600******************************************************************
004610* 2210-CHECK-REQUIRED - IS THE COURSE ON THE REQUIREMENT SET IN
004620*                       FORCE FOR THE STUDENT UNDER ONE MAJOR,
004630*                       MINOR OR CONCENTRATION CODE.
004640******************************************************************
004650 2210-CHECK-REQUIRED.
004660     IF WS-CHECK-MAJOR = SPACES
004670         GO TO 2210-CHECK-REQUIRED-EXIT
004680     END-IF.
004690     MOVE PT-STUDENT-ID TO RV-STUDENT-ID.
004700     MOVE WS-CHECK-MAJOR TO RV-MAJOR-CODE.
004710     CALL "REQVERS" USING RV-REQUIREMENT-AREA.
004720     IF RV-NO-SET
004730         GO TO 2210-CHECK-REQUIRED-EXIT
004740     END-IF.
004750     MOVE RV-REQUIREMENT-CODE TO DQ-MAJOR-CODE.
004760     MOVE RV-REQUIREMENT-YEAR TO DQ-CATALOG-YEAR.
004770     MOVE PT-COURSE-CODE TO DQ-COURSE-CODE.
004780     READ REQUIREMENTS-FILE
004790         INVALID KEY
004800             CONTINUE
004810     END-READ.
004820     IF WS-REQ-STATUS = "00"
004830         MOVE "COURSE REQUIRED FOR PROGRAM" TO WS-REJECT-TEXT
004840     END-IF.
004850 2210-CHECK-REQUIRED-EXIT.
004860     EXIT.

004870******************************************************************
004880* 2220-CHECK-PROGRAMS - WALK THE STUDENT'S PROGRAMS OF STUDY AND
004890*                       CHECK THE REQUIREMENTS OF EACH ACTIVE
004900*                       ONE.
004910******************************************************************
004920 2220-CHECK-PROGRAMS.
004930     MOVE "N" TO WS-WALK-DONE-SWITCH.
004940     MOVE PT-STUDENT-ID TO PO-STUDENT-ID.
004950     MOVE ZERO TO PO-SEQUENCE.
004960     START PROGRAM-FILE KEY IS NOT LESS THAN PO-PROGRAM-KEY
004970         INVALID KEY
004980             SET WS-WALK-DONE TO TRUE
004990     END-START.
005000     IF WS-STUDY-STATUS NOT = "00"
005010         SET WS-WALK-DONE TO TRUE
005020     END-IF.
005030     PERFORM 2230-CHECK-ONE-PROGRAM
005040         THRU 2230-CHECK-ONE-PROGRAM-EXIT
005050         UNTIL WS-WALK-DONE.
005060 2220-CHECK-PROGRAMS-EXIT.
005070     EXIT.

005080******************************************************************
005090* 2230-CHECK-ONE-PROGRAM - ONE PROGRAM-OF-STUDY RECORD.
005100******************************************************************
005110 2230-CHECK-ONE-PROGRAM.
005120     READ PROGRAM-FILE NEXT RECORD
005130         AT END
005140             SET WS-WALK-DONE TO TRUE
005150     END-READ.
005160     IF WS-WALK-DONE
005170         GO TO 2230-CHECK-ONE-PROGRAM-EXIT
005180     END-IF.
005190     IF WS-STUDY-STATUS NOT = "00"
005200             OR PO-STUDENT-ID NOT = PT-STUDENT-ID
005210         SET WS-WALK-DONE TO TRUE
005220         GO TO 2230-CHECK-ONE-PROGRAM-EXIT
005230     END-IF.
005240     IF NOT PO-ACTIVE
005250         GO TO 2230-CHECK-ONE-PROGRAM-EXIT
005260     END-IF.
005270     MOVE PO-PROGRAM-CODE TO WS-CHECK-MAJOR.
005280     PERFORM 2210-CHECK-REQUIRED THRU 2210-CHECK-REQUIRED-EXIT.
005290     IF WS-REJECT-TEXT NOT = SPACES
005300         SET WS-WALK-DONE TO TRUE
005310     END-IF.
005320 2230-CHECK-ONE-PROGRAM-EXIT.
005330     EXIT.

005340******************************************************************
005350* 2240-SUM-ELECTED - TOTAL THE CREDIT HOURS OF THE STUDENT'S
005360*                    ACTIVE ELECTIONS, IN EVERY TERM.
005370******************************************************************
005380 2240-SUM-ELECTED.
005390     MOVE ZERO TO WS-HOURS-ELECTED.
005400     MOVE "N" TO WS-WALK-DONE-SWITCH.
005410     MOVE PT-STUDENT-ID TO EF-STUDENT-ID.
005420     MOVE LOW-VALUES TO EF-COURSE-CODE.
005430     MOVE LOW-VALUES TO EF-TERM-CODE.
005440     START ELECTION-FILE KEY IS NOT LESS THAN EF-ELECTION-KEY
005450         INVALID KEY
005460             SET WS-WALK-DONE TO TRUE
005470     END-START.
005480     PERFORM 2250-SUM-ONE THRU 2250-SUM-ONE-EXIT
005490         UNTIL WS-WALK-DONE.
005500 2240-SUM-ELECTED-EXIT.
005510     EXIT.

005520******************************************************************
005530* 2250-SUM-ONE - ONE ELECTION RECORD; ONLY ACTIVE ONES COUNT.
005540******************************************************************
005550 2250-SUM-ONE.
005560     READ ELECTION-FILE NEXT RECORD
005570         AT END
005580             SET WS-WALK-DONE TO TRUE
005590     END-READ.
005600     IF WS-WALK-DONE
005610         GO TO 2250-SUM-ONE-EXIT
005620     END-IF.
005630     IF WS-ELECT-STATUS NOT = "00"
005640             OR EF-STUDENT-ID NOT = PT-STUDENT-ID
005650         SET WS-WALK-DONE TO TRUE
005660         GO TO 2250-SUM-ONE-EXIT
005670     END-IF.
005680     IF EF-ACTIVE
005690         ADD EF-CREDIT-HOURS TO WS-HOURS-ELECTED
005700     END-IF.
005710 2250-SUM-ONE-EXIT.
005720     EXIT.

005730******************************************************************
005740* 2300-REVOKE-ELECTION - FLIP AN ACTIVE, UNGRADED ELECTION TO
005750*                        REVOKED.
005760******************************************************************
005770 2300-REVOKE-ELECTION.
005780     MOVE PT-STUDENT-ID TO EF-STUDENT-ID.
005790     MOVE PT-COURSE-CODE TO EF-COURSE-CODE.
005800     MOVE PT-TERM-CODE TO EF-TERM-CODE.
005810     READ ELECTION-FILE
005820         INVALID KEY
005830             MOVE "ELECTION NOT ON FILE" TO WS-REJECT-TEXT
005840     END-READ.
005850     IF WS-REJECT-TEXT NOT = SPACES
005860         GO TO 2300-REVOKE-ELECTION-EXIT
005870     END-IF.
005880     MOVE EF-CREDIT-HOURS TO WS-ELECT-HOURS.
005890     IF NOT EF-ACTIVE
005900         MOVE "ELECTION NOT ACTIVE" TO WS-REJECT-TEXT
005910         GO TO 2300-REVOKE-ELECTION-EXIT
005920     END-IF.
005930     IF EF-POSTED-GRADE NOT = SPACES
005940         MOVE "ALREADY GRADED" TO WS-REJECT-TEXT
005950         GO TO 2300-REVOKE-ELECTION-EXIT
005960     END-IF.
005970     SET EF-REVOKED TO TRUE.
005980     MOVE RH-RUN-DATE TO EF-REVOKE-DATE.
005990     REWRITE EF-ELECTION-RECORD.
006000     ADD 1 TO WS-ELECTIONS-REVOKED.
006010 2300-REVOKE-ELECTION-EXIT.
006020     EXIT.

006030******************************************************************
006040* 2500-LIST-ACTIVE - LIST EVERY ACTIVE ELECTION NOW ON FILE, IN
006050*                    STUDENT, COURSE AND TERM ORDER.
006060******************************************************************
006070 2500-LIST-ACTIVE.
006080     MOVE SPACES TO WS-REPORT-LINE.
006090     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006100     MOVE "ACTIVE PASS/FAIL ELECTIONS" TO WS-REPORT-LINE.
006110     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006120     MOVE "    STUDENT  COURSE TERM  HRS ELECTED  BY    GRADE"
006130         TO WS-REPORT-LINE.
006140     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006150     IF NOT WS-ELECT-OPEN
006160         MOVE "  (ELECTION FILE NOT AVAILABLE)" TO WS-REPORT-LINE
006170         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
006180         GO TO 2500-LIST-ACTIVE-EXIT
006190     END-IF.
006200     MOVE LOW-VALUES TO EF-ELECTION-KEY.
006210     START ELECTION-FILE KEY IS NOT LESS THAN EF-ELECTION-KEY
006220         INVALID KEY
006230             SET WS-LIST-EOF TO TRUE
006240     END-START.
006250     PERFORM 2510-LIST-ONE THRU 2510-LIST-ONE-EXIT
006260         UNTIL WS-LIST-EOF.
006270 2500-LIST-ACTIVE-EXIT.
006280     EXIT.

006290******************************************************************
006300* 2510-LIST-ONE - ONE ELECTION RECORD; ONLY ACTIVE ONES PRINT.
006310******************************************************************
006320 2510-LIST-ONE.
006330     READ ELECTION-FILE NEXT RECORD
006340         AT END
006350             SET WS-LIST-EOF TO TRUE
006360     END-READ.
006370     IF WS-ELECT-STATUS NOT = "00" AND NOT WS-LIST-EOF
006380         SET WS-LIST-EOF TO TRUE
006390     END-IF.
006400     IF WS-LIST-EOF
006410         GO TO 2510-LIST-ONE-EXIT
006420     END-IF.
006430     IF NOT EF-ACTIVE
006440         GO TO 2510-LIST-ONE-EXIT
006450     END-IF.
006460     ADD 1 TO WS-ACTIVE-LISTED.
006470     MOVE EF-CREDIT-HOURS TO WS-HOURS-ED.
006480     MOVE SPACES TO WS-REPORT-LINE.
006490     STRING "    "            DELIMITED BY SIZE
006500            EF-STUDENT-ID     DELIMITED BY SIZE
006510            " "               DELIMITED BY SIZE
006520            EF-COURSE-CODE    DELIMITED BY SIZE
006530            " "               DELIMITED BY SIZE
006540            EF-TERM-CODE      DELIMITED BY SIZE
006550            " "               DELIMITED BY SIZE
006560            WS-HOURS-ED       DELIMITED BY SIZE
006570            "  "              DELIMITED BY SIZE
006580            EF-ELECT-DATE     DELIMITED BY SIZE
006590            " "               DELIMITED BY SIZE
006600            EF-ENTERED-BY     DELIMITED BY SIZE
006610            " "               DELIMITED BY SIZE
006620            EF-POSTED-GRADE   DELIMITED BY SIZE
006630            " "               DELIMITED BY SIZE
006640            EF-ORIGINAL-GRADE DELIMITED BY SIZE
006650         INTO WS-REPORT-LINE.
006660     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006670 2510-LIST-ONE-EXIT.
006680     EXIT.

006690******************************************************************
006700* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
006710******************************************************************
006720 3000-FINISH.
006730     MOVE SPACES TO WS-REPORT-LINE.
006740     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006750     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
006760     MOVE SPACES TO WS-REPORT-LINE.
006770     STRING "TRANSACTIONS READ:  " DELIMITED BY SIZE
006780            WS-COUNT-ED            DELIMITED BY SIZE
006790         INTO WS-REPORT-LINE.
006800     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006810     MOVE WS-ELECTIONS-MADE TO WS-COUNT-ED.
006820     MOVE SPACES TO WS-REPORT-LINE.
006830     STRING "ELECTIONS MADE:     " DELIMITED BY SIZE
006840            WS-COUNT-ED            DELIMITED BY SIZE
006850         INTO WS-REPORT-LINE.
006860     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006870     MOVE WS-ELECTIONS-REVOKED TO WS-COUNT-ED.
006880     MOVE SPACES TO WS-REPORT-LINE.
006890     STRING "ELECTIONS REVOKED:  " DELIMITED BY SIZE
006900            WS-COUNT-ED            DELIMITED BY SIZE
006910         INTO WS-REPORT-LINE.
006920     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006930     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
006940     MOVE SPACES TO WS-REPORT-LINE.
006950     STRING "REJECTED:           " DELIMITED BY SIZE
006960            WS-COUNT-ED            DELIMITED BY SIZE
006970         INTO WS-REPORT-LINE.
006980     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
006990     MOVE WS-ACTIVE-LISTED TO WS-COUNT-ED.
007000     MOVE SPACES TO WS-REPORT-LINE.
007010     STRING "ACTIVE ON FILE:     " DELIMITED BY SIZE
007020            WS-COUNT-ED            DELIMITED BY SIZE
007030         INTO WS-REPORT-LINE.
007040     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

007050     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
007060         CLOSE ELECTION-TRANSACTIONS
007070     END-IF.
007080     CLOSE ELECTION-FILE.
007090     CLOSE STUDENT-MASTER.
007100     CLOSE TERM-CONTROL.
007110     CLOSE ENROLLMENT-MASTER.
007120     CLOSE REQUIREMENTS-FILE.
007130     CLOSE PROGRAM-FILE.
007140     CLOSE ELECTION-RPT.

007150     IF WS-RECORDS-REJECTED > ZERO
007160         MOVE 4 TO RETURN-CODE
007170     ELSE
007180         MOVE 0 TO RETURN-CODE
007190     END-IF.
007200 3000-FINISH-EXIT.
007210     EXIT.

007220 END PROGRAM PFMNT.
