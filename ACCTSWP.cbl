000010******************************************************************
000020* PROGRAM-ID : ACCTSWP
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   MONTHLY DORMANT-ACCOUNT SWEEP OF THE USER MASTER, AND THE
000090*   QUARTERLY ACCESS RECERTIFICATION LISTING.
000100*
000110*   AN ACCOUNT'S LAST USE IS ITS LATEST SUCCESSFUL SIGN-ON OR
000120*   SELF-SERVICE PASSWORD CHANGE ON THE LOGIN AUDIT ("OK"/"PC"),
000130*   OR THE DATE ITS PASSWORD WAS LAST SET (UM-PASSWORD-CHANGED -
000140*   ACCOUNT CREATION OR AN ADMINISTRATOR RESET), WHICHEVER IS
000150*   LATER, SO A NEW OR JUST-RESET ACCOUNT IS NOT SWEPT BEFORE
000160*   ITS OWNER HAS HAD THE CHANCE TO SIGN ON.
000170*     - IDLE FOR THE DISABLE THRESHOLD (SWPPARM, DEFAULT 90
000180*       DAYS) OR LONGER: THE ACCOUNT IS DISABLED (UM-LOCKED-
000190*       SWITCH "D").  LOGIN REFUSES IT UNTIL AN ADMINISTRATOR
000200*       RE-ENABLES IT THROUGH USERADM.
000210*     - INSIDE THE WARNING WINDOW BEFORE THAT (DEFAULT 14 DAYS):
000220*       UM-FORCE-CHANGE IS SET, SO THE OWNER MUST PROVE THEY ARE
000230*       STILL THERE WITH A NEW PASSWORD AT THE NEXT SIGN-ON.
000240*   THE BREAK-GLASS ACCOUNT NAMED ON SWPPARM IS NEVER DISABLED.
000250*   EVERY CHANGE IS LISTED ON SWEEPRPT AND ENTERED ON THE
000260*   OPERATOR LOG (OPLOG) UNDER THIS PROGRAM.
000270*
000280*   IN JANUARY, APRIL, JULY AND OCTOBER (OR WHEN SWPPARM ASKS
000290*   FOR IT) THE RECERTIFICATION LISTING IS ALSO PRINTED: ONE
000300*   SECTION PER DEPARTMENT, ADDRESSED TO THE DEPARTMENT HEAD ON
000310*   THE DISTRIBUTION LIST (DISTLIST, DEPARTMENT CODE AS THE
000320*   SECTION CODE), LISTING EVERY STAFF ACCOUNT SCOPED TO THAT
000330*   DEPARTMENT WITH ITS ROLE, CAMPUS, STATUS AND LAST USE, AND A
000340*   KEEP/REVOKE COLUMN FOR THE HEAD TO MARK.  UNSCOPED STAFF
000350*   ACCOUNTS FORM THEIR OWN SECTION FOR THE DATA-CENTER SECURITY
000360*   OFFICER (DISTLIST CODE "ADMN").  STUDENT SELF-SERVICE
000370*   ACCOUNTS ARE NOT LISTED.  THE MARKED DECISIONS COME BACK ON
000380*   THE RECERTDC FILE AND ARE APPLIED THROUGH USERADM.
000390*
000400*   SWPPARM:  COLUMNS 1-3  DISABLE THRESHOLD IN DAYS
000410*             COLUMNS 4-5  WARNING WINDOW IN DAYS
000420*             COLUMN  6    "Y" = PRINT THE RECERTIFICATION
000430*                          LISTING WHATEVER THE MONTH
000440*             COLUMNS 7-11 BREAK-GLASS USERNAME (NEVER DISABLED)
000450*   RC 4 WHEN ANY ACCOUNT WAS DISABLED, RC 8 WHEN THE USER
000460*   MASTER CANNOT BE OPENED.
000470*-----------------------------------------------------------------
000480* MODIFICATION HISTORY.
000490*   2026-10-15  RO   ORIGINAL PROGRAM.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.    ACCTSWP.
000530 AUTHOR.        R. OKONKWO.
000540 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000550 DATE-WRITTEN.  2026-10-15.
000560 DATE-COMPILED.

000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT SWEEP-PARM ASSIGN TO "SWPPARM"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.

000630     SELECT LOGIN-AUDIT ASSIGN TO "LOGINAUD"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-LA-STATUS.

000660     SELECT USER-MASTER ASSIGN TO "USERMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS UM-USERNAME
000700         FILE STATUS IS WS-USER-STATUS.

000710     SELECT DIST-LIST ASSIGN TO "DISTLIST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-DIST-STATUS.

000740     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-OPLOG-STATUS.

000770     SELECT SWEEP-RPT ASSIGN TO "SWEEPRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPT-STATUS.

000800     SELECT RECERT-LIST ASSIGN TO "RECRTLST"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-LIST-STATUS.

000830     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  SWEEP-PARM.
000870 01  SP-PARM-RECORD.
000880     05  SP-DISABLE-DAYS      PIC 9(03).
000890     05  SP-WARN-DAYS         PIC 9(02).
000900     05  SP-FORCE-LISTING     PIC X(01).
000910     05  SP-EXEMPT-USERNAME   PIC X(05).

000920 FD  LOGIN-AUDIT.
000930     COPY "loginaud.cpy".

000940 FD  USER-MASTER.
000950     COPY "userrec.cpy".

000960 FD  DIST-LIST.
000970     COPY "distlist.cpy".

000980 FD  OPERATOR-LOG.
000990     COPY "oplog.cpy".

001000 FD  SWEEP-RPT.
001010 01  SW-REPORT-LINE           PIC X(80).

001020 FD  RECERT-LIST.
001030 01  RL-LISTING-LINE          PIC X(80).

001040 SD  SORT-WORK.
001050 01  RS-SORT-RECORD.
001060     05  RS-DEPARTMENT        PIC X(04).
001070     05  RS-USERNAME          PIC X(05).
001080     05  RS-ROLE              PIC X(07).
001090     05  RS-CAMPUS            PIC X(02).
001100     05  RS-STATUS            PIC X(08).
001110     05  RS-LAST-USE          PIC 9(08).
001120     05  RS-IDLE-DAYS         PIC 9(05).

001130 WORKING-STORAGE SECTION.
001140     COPY "runhdr.cpy".

001150 01  WS-SWITCHES.
001160     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001170         88  WS-EOF           VALUE "Y".
001180     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001190         88  WS-SORT-EOF      VALUE "Y".
001200     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001210         88  WS-FATAL         VALUE "Y".
001220     05  WS-LISTING-SWITCH    PIC X(01) VALUE "N".
001230         88  WS-LISTING-DUE   VALUE "Y".
001240     05  WS-FIRST-BREAK-SWITCH PIC X(01) VALUE "Y".
001250         88  WS-FIRST-BREAK   VALUE "Y".
001260     05  WS-CHANGED-SWITCH    PIC X(01) VALUE "N".
001270         88  WS-ACCOUNT-CHANGED VALUE "Y".

001280 01  WS-FILE-STATUSES.
001290     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001300     05  WS-LA-STATUS         PIC X(02) VALUE "00".
001310     05  WS-USER-STATUS       PIC X(02) VALUE "00".
001320     05  WS-DIST-STATUS       PIC X(02) VALUE "00".
001330     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001340     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001350     05  WS-LIST-STATUS       PIC X(02) VALUE "00".

001360*    SWEEP THRESHOLDS, OVERRIDDEN FROM SWPPARM.
001370 01  WS-DISABLE-DAYS          PIC 9(03) VALUE 90.
001380 01  WS-WARN-DAYS             PIC 9(02) VALUE 14.
001390 01  WS-WARN-FROM-DAYS        PIC 9(03).
001400 01  WS-EXEMPT-USERNAME       PIC X(05) VALUE SPACES.

001410 01  WS-RUN-DATE-PARTS.
001420     05  WS-RUN-YYYY          PIC 9(04).
001430     05  WS-RUN-MM            PIC 9(02).
001440         88  WS-QUARTER-MONTH VALUE 01 04 07 10.
001450     05  WS-RUN-DD            PIC 9(02).

001460*    LAST USE PER USERNAME FROM THE LOGIN AUDIT.
001470 01  WS-LAST-USE-TABLE.
001480     05  WS-LU-COUNT          PIC 9(03) COMP VALUE ZERO.
001490     05  WS-LU-ENTRY OCCURS 500 TIMES.
001500         10  WS-LU-USERNAME   PIC X(05).
001510         10  WS-LU-DATE       PIC 9(08).
001520 77  WS-LU-SUB                PIC 9(03) COMP.
001530 77  WS-LU-FOUND-SUB          PIC 9(03) COMP.

001540*    DEPARTMENT HEADS FROM THE DISTRIBUTION LIST.
001550 01  WS-HEAD-TABLE.
001560     05  WS-HD-COUNT          PIC 9(03) COMP VALUE ZERO.
001570     05  WS-HD-ENTRY OCCURS 200 TIMES.
001580         10  WS-HD-CODE       PIC X(04).
001590         10  WS-HD-NAME       PIC X(20).
001600 77  WS-HD-SUB                PIC 9(03) COMP.

001610 01  WS-ACCOUNT-WORK.
001620     05  WS-LAST-USE          PIC 9(08).
001630     05  WS-IDLE-DAYS         PIC 9(05).
001640     05  WS-DAYS-LEFT         PIC 9(03).
001650     05  WS-ACTION-TEXT       PIC X(40).

001660 01  WS-COUNTERS COMP.
001670     05  WS-ACCOUNTS-READ     PIC 9(05) VALUE ZERO.
001680     05  WS-ACCOUNTS-DISABLED PIC 9(05) VALUE ZERO.
001690     05  WS-ACCOUNTS-WARNED   PIC 9(05) VALUE ZERO.
001700     05  WS-ALREADY-DISABLED  PIC 9(05) VALUE ZERO.
001710     05  WS-ACCOUNTS-LISTED   PIC 9(05) VALUE ZERO.
001720     05  WS-SECTION-COUNT     PIC 9(05) VALUE ZERO.

001730*    RECERTIFICATION CONTROL BREAK.
001740 01  WS-CURRENT-DEPT          PIC X(04).
001750 01  WS-HEAD-NAME             PIC X(20).

001760*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001770     COPY "audchn.cpy".

001780 01  WS-EDIT-FIELDS.
001790     05  WS-COUNT-ED          PIC ZZ,ZZ9.
001800     05  WS-IDLE-ED           PIC ZZ,ZZ9.
001810     05  WS-DAYS-ED           PIC ZZ9.

001820 01  WS-REPORT-LINE           PIC X(80).

001830 PROCEDURE DIVISION.

001840******************************************************************
001850* 0000-MAINLINE.
001860******************************************************************
001870 0000-MAINLINE.
001880     MOVE "ACCTSWP" TO RH-PROGRAM-NAME.
001890     CALL "BIZDATE" USING RH-RUN-DATE.
001900     ACCEPT RH-RUN-TIME FROM TIME.
001910     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001920         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001940     IF NOT WS-FATAL
001950         SORT SORT-WORK
001960             ON ASCENDING KEY RS-DEPARTMENT
001970                              RS-USERNAME
001980             INPUT PROCEDURE IS 2000-SWEEP-ACCOUNTS
001990                 THRU 2000-SWEEP-ACCOUNTS-EXIT
002000             OUTPUT PROCEDURE IS 3000-PRINT-RECERTIFICATION
002010                 THRU 3000-PRINT-RECERTIFICATION-EXIT
002020     END-IF.
002030     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
002040     ACCEPT RH-RUN-TIME FROM TIME.
002050     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002060         RH-RUN-TIME.
002070     STOP RUN.

002080******************************************************************
002090* 1000-INITIALIZE - PARAMETERS, LAST-USE AND HEAD TABLES, FILES.
002100******************************************************************
002110 1000-INITIALIZE.
002120     MOVE RH-RUN-DATE TO WS-RUN-DATE-PARTS.
002130     OPEN INPUT SWEEP-PARM.
002140     IF WS-PARM-STATUS = "00"
002150         READ SWEEP-PARM
002160             AT END
002170                 MOVE SPACES TO SP-PARM-RECORD
002180         END-READ
002190         IF SP-DISABLE-DAYS IS NUMERIC AND SP-DISABLE-DAYS > ZERO
002200             MOVE SP-DISABLE-DAYS TO WS-DISABLE-DAYS
002210         END-IF
002220         IF SP-WARN-DAYS IS NUMERIC
002230             MOVE SP-WARN-DAYS TO WS-WARN-DAYS
002240         END-IF
002250         IF SP-FORCE-LISTING = "Y"
002260             SET WS-LISTING-DUE TO TRUE
002270         END-IF
002280         MOVE SP-EXEMPT-USERNAME TO WS-EXEMPT-USERNAME
002290         CLOSE SWEEP-PARM
002300     END-IF.
002310     IF WS-QUARTER-MONTH
002320         SET WS-LISTING-DUE TO TRUE
002330     END-IF.
002340     IF WS-WARN-DAYS < WS-DISABLE-DAYS
002350         COMPUTE WS-WARN-FROM-DAYS =
002360             WS-DISABLE-DAYS - WS-WARN-DAYS
002370     ELSE
002380         MOVE ZERO TO WS-WARN-FROM-DAYS
002390     END-IF.

002400     OPEN OUTPUT SWEEP-RPT.
002410     MOVE "DORMANT-ACCOUNT SWEEP" TO WS-REPORT-LINE.
002420     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
002430     MOVE WS-DISABLE-DAYS TO WS-DAYS-ED.
002440     MOVE SPACES TO WS-REPORT-LINE.
002450     STRING "AS OF " DELIMITED BY SIZE
002460            RH-RUN-DATE DELIMITED BY SIZE
002470            "   DISABLE AFTER " DELIMITED BY SIZE
002480            WS-DAYS-ED DELIMITED BY SIZE
002490            " DAYS IDLE, FORCE CHANGE FROM " DELIMITED BY SIZE
002500         INTO WS-REPORT-LINE.
002510     MOVE WS-WARN-FROM-DAYS TO WS-DAYS-ED.
002520     MOVE WS-DAYS-ED TO WS-REPORT-LINE (70:3).
002530     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
002540     MOVE SPACES TO WS-REPORT-LINE.
002550     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
002560     MOVE "USER   ROLE     LAST USE   IDLE  ACTION"
002570         TO WS-REPORT-LINE.
002580     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.

002590     OPEN I-O USER-MASTER.
002600     IF WS-USER-STATUS NOT = "00"
002610         MOVE "  ** USER MASTER NOT AVAILABLE - NOTHING SWEPT"
002620             TO WS-REPORT-LINE
002630         WRITE SW-REPORT-LINE FROM WS-REPORT-LINE
002640         SET WS-FATAL TO TRUE
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF.

002670     OPEN EXTEND OPERATOR-LOG.
002680     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
002690         OPEN OUTPUT OPERATOR-LOG
002700     END-IF.

002710     OPEN INPUT LOGIN-AUDIT.
002720     IF WS-LA-STATUS = "00"
002730         PERFORM 1100-TABLE-ONE-ATTEMPT
002740             THRU 1100-TABLE-ONE-ATTEMPT-EXIT
002750             UNTIL WS-EOF
002760         CLOSE LOGIN-AUDIT
002770     END-IF.

002780     IF WS-LISTING-DUE
002790         OPEN INPUT DIST-LIST
002800         IF WS-DIST-STATUS = "00"
002810             MOVE "N" TO WS-EOF-SWITCH
002820             PERFORM 1200-TABLE-ONE-HEAD
002830                 THRU 1200-TABLE-ONE-HEAD-EXIT
002840                 UNTIL WS-EOF
002850             CLOSE DIST-LIST
002860         END-IF
002870     END-IF.
002880     MOVE "N" TO WS-EOF-SWITCH.
002890 1000-INITIALIZE-EXIT.
002900     EXIT.

002910******************************************************************
002920* 1100-TABLE-ONE-ATTEMPT - KEEP THE LATEST "OK" OR "PC" DATE PER
002930*                          USERNAME.
002940******************************************************************
002950 1100-TABLE-ONE-ATTEMPT.
002960     READ LOGIN-AUDIT
002970         AT END
002980             SET WS-EOF TO TRUE
002990             GO TO 1100-TABLE-ONE-ATTEMPT-EXIT
003000     END-READ.
003010     IF WS-LA-STATUS NOT = "00"
003020         SET WS-EOF TO TRUE
003030         GO TO 1100-TABLE-ONE-ATTEMPT-EXIT
003040     END-IF.
003050     IF NOT LA-RESULT-SUCCESS AND NOT LA-RESULT-PWDCHANGE
003060         GO TO 1100-TABLE-ONE-ATTEMPT-EXIT
003070     END-IF.
003080     IF LA-ATTEMPT-DATE IS NOT NUMERIC
003090         GO TO 1100-TABLE-ONE-ATTEMPT-EXIT
003100     END-IF.
003110     MOVE LA-USERNAME-ENTERED TO UM-USERNAME.
003120     PERFORM 1150-FIND-LAST-USE THRU 1150-FIND-LAST-USE-EXIT.
003130     IF WS-LU-FOUND-SUB = ZERO
003140         IF WS-LU-COUNT < 500
003150             ADD 1 TO WS-LU-COUNT
003160             MOVE LA-USERNAME-ENTERED
003170                 TO WS-LU-USERNAME (WS-LU-COUNT)
003180             MOVE LA-ATTEMPT-DATE TO WS-LU-DATE (WS-LU-COUNT)
003190         END-IF
003200     ELSE
003210         IF LA-ATTEMPT-DATE > WS-LU-DATE (WS-LU-FOUND-SUB)
003220             MOVE LA-ATTEMPT-DATE TO WS-LU-DATE (WS-LU-FOUND-SUB)
003230         END-IF
003240     END-IF.
003250 1100-TABLE-ONE-ATTEMPT-EXIT.
003260     EXIT.

003270******************************************************************
003280* 1150-FIND-LAST-USE - LOCATE UM-USERNAME IN THE LAST-USE TABLE
003290*                      (WS-LU-FOUND-SUB ZERO WHEN ABSENT).
003300******************************************************************
003310 1150-FIND-LAST-USE.
003320     MOVE ZERO TO WS-LU-FOUND-SUB.
003330     PERFORM VARYING WS-LU-SUB FROM 1 BY 1
003340             UNTIL WS-LU-SUB > WS-LU-COUNT
003350                OR WS-LU-FOUND-SUB > ZERO
003360         IF WS-LU-USERNAME (WS-LU-SUB) = UM-USERNAME
003370             MOVE WS-LU-SUB TO WS-LU-FOUND-SUB
003380         END-IF
003390     END-PERFORM.
003400 1150-FIND-LAST-USE-EXIT.
003410     EXIT.

003420******************************************************************
003430* 1200-TABLE-ONE-HEAD - ONE DISTRIBUTION-LIST ENTRY.  THE FIRST
003440*                       RECIPIENT NAMED FOR A CODE IS ITS HEAD.
003450******************************************************************
003460 1200-TABLE-ONE-HEAD.
003470     READ DIST-LIST
003480         AT END
003490             SET WS-EOF TO TRUE
003500             GO TO 1200-TABLE-ONE-HEAD-EXIT
003510     END-READ.
003520     IF WS-DIST-STATUS NOT = "00"
003530         SET WS-EOF TO TRUE
003540         GO TO 1200-TABLE-ONE-HEAD-EXIT
003550     END-IF.
003560     MOVE DL-SECTION-CODE TO WS-CURRENT-DEPT.
003570     PERFORM 3400-FIND-HEAD THRU 3400-FIND-HEAD-EXIT.
003580     IF WS-HEAD-NAME = SPACES AND WS-HD-COUNT < 200
003590         ADD 1 TO WS-HD-COUNT
003600         MOVE DL-SECTION-CODE TO WS-HD-CODE (WS-HD-COUNT)
003610         MOVE DL-RECIPIENT-NAME TO WS-HD-NAME (WS-HD-COUNT)
003620     END-IF.
003630 1200-TABLE-ONE-HEAD-EXIT.
003640     EXIT.

003650******************************************************************
003660* 2000-SWEEP-ACCOUNTS - INPUT PROCEDURE: SWEEP EVERY ACCOUNT ON
003670*                       THE USER MASTER AND RELEASE THE STAFF
003680*                       ACCOUNTS FOR THE RECERTIFICATION LISTING.
003690******************************************************************
003700 2000-SWEEP-ACCOUNTS.
003710     PERFORM 2100-SWEEP-ONE-ACCOUNT
003720         THRU 2100-SWEEP-ONE-ACCOUNT-EXIT
003730         UNTIL WS-EOF.
003740 2000-SWEEP-ACCOUNTS-EXIT.
003750     EXIT.

003760******************************************************************
003770* 2100-SWEEP-ONE-ACCOUNT - MEASURE THE IDLE TIME; DISABLE, FORCE
003780*                          A CHANGE, OR LEAVE ALONE.
003790******************************************************************
003800 2100-SWEEP-ONE-ACCOUNT.
003810     READ USER-MASTER NEXT RECORD
003820         AT END
003830             SET WS-EOF TO TRUE
003840             GO TO 2100-SWEEP-ONE-ACCOUNT-EXIT
003850     END-READ.
003860     IF WS-USER-STATUS NOT = "00"
003870         SET WS-EOF TO TRUE
003880         GO TO 2100-SWEEP-ONE-ACCOUNT-EXIT
003890     END-IF.
003900     ADD 1 TO WS-ACCOUNTS-READ.
003910     MOVE "N" TO WS-CHANGED-SWITCH.

003920     MOVE ZERO TO WS-LAST-USE.
003930     IF UM-PASSWORD-CHANGED IS NUMERIC
003940         MOVE UM-PASSWORD-CHANGED TO WS-LAST-USE
003950     END-IF.
003960     PERFORM 1150-FIND-LAST-USE THRU 1150-FIND-LAST-USE-EXIT.
003970     IF WS-LU-FOUND-SUB > ZERO
003980         IF WS-LU-DATE (WS-LU-FOUND-SUB) > WS-LAST-USE
003990             MOVE WS-LU-DATE (WS-LU-FOUND-SUB) TO WS-LAST-USE
004000         END-IF
004010     END-IF.
004020     EVALUATE TRUE
004030         WHEN WS-LAST-USE = ZERO
004040             MOVE 99999 TO WS-IDLE-DAYS
004050         WHEN WS-LAST-USE NOT < RH-RUN-DATE
004060             MOVE ZERO TO WS-IDLE-DAYS
004070         WHEN OTHER
004080             COMPUTE WS-IDLE-DAYS =
004090                 FUNCTION INTEGER-OF-DATE(RH-RUN-DATE) -
004100                 FUNCTION INTEGER-OF-DATE(WS-LAST-USE)
004110     END-EVALUATE.

004120     EVALUATE TRUE
004130         WHEN UM-ACCOUNT-DISABLED
004140             ADD 1 TO WS-ALREADY-DISABLED
004150         WHEN WS-IDLE-DAYS NOT < WS-DISABLE-DAYS
004160                 AND UM-USERNAME NOT = WS-EXEMPT-USERNAME
004170             SET UM-ACCOUNT-DISABLED TO TRUE
004180             MOVE "DISABLED - IDLE PAST THRESHOLD"
004190                 TO WS-ACTION-TEXT
004200             SET WS-ACCOUNT-CHANGED TO TRUE
004210             ADD 1 TO WS-ACCOUNTS-DISABLED
004220         WHEN WS-IDLE-DAYS NOT < WS-WARN-FROM-DAYS
004230                 AND WS-IDLE-DAYS < WS-DISABLE-DAYS
004240                 AND NOT UM-CHANGE-REQUIRED
004250             SET UM-CHANGE-REQUIRED TO TRUE
004260             COMPUTE WS-DAYS-LEFT = WS-DISABLE-DAYS - WS-IDLE-DAYS
004270             MOVE WS-DAYS-LEFT TO WS-DAYS-ED
004280             MOVE SPACES TO WS-ACTION-TEXT
004290             STRING "FORCE CHANGE SET - " DELIMITED BY SIZE
004300                    WS-DAYS-ED DELIMITED BY SIZE
004310                    " DAYS TO DISABLE" DELIMITED BY SIZE
004320                 INTO WS-ACTION-TEXT
004330             SET WS-ACCOUNT-CHANGED TO TRUE
004340             ADD 1 TO WS-ACCOUNTS-WARNED
004350         WHEN OTHER
004360             CONTINUE
004370     END-EVALUATE.

004380     IF WS-ACCOUNT-CHANGED
004390         REWRITE UM-USER-RECORD
004400         IF WS-USER-STATUS = "00"
004410             PERFORM 2200-LIST-CHANGE THRU 2200-LIST-CHANGE-EXIT
004420             PERFORM 2300-WRITE-OPLOG THRU 2300-WRITE-OPLOG-EXIT
004430         END-IF
004440     END-IF.

004450     IF WS-LISTING-DUE AND NOT UM-ROLE-STUDENT
004460         PERFORM 2400-RELEASE-ACCOUNT
004470             THRU 2400-RELEASE-ACCOUNT-EXIT
004480     END-IF.
004490 2100-SWEEP-ONE-ACCOUNT-EXIT.
004500     EXIT.

004510******************************************************************
004520* 2200-LIST-CHANGE - ONE SWEEP REPORT LINE.
004530******************************************************************
004540 2200-LIST-CHANGE.
004550     MOVE SPACES TO WS-REPORT-LINE.
004560     MOVE UM-USERNAME TO WS-REPORT-LINE (1:5).
004570     MOVE UM-ROLE TO WS-REPORT-LINE (8:7).
004580     IF WS-LAST-USE = ZERO
004590         MOVE "NEVER" TO WS-REPORT-LINE (17:8)
004600     ELSE
004610         MOVE WS-LAST-USE TO WS-REPORT-LINE (17:8)
004620     END-IF.
004630     MOVE WS-IDLE-DAYS TO WS-IDLE-ED.
004640     MOVE WS-IDLE-ED TO WS-REPORT-LINE (26:6).
004650     MOVE WS-ACTION-TEXT TO WS-REPORT-LINE (34:40).
004660     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
004670 2200-LIST-CHANGE-EXIT.
004680     EXIT.

004690******************************************************************
004700* 2300-WRITE-OPLOG - ENTER THE CHANGE ON THE OPERATOR LOG.
004710******************************************************************
004720 2300-WRITE-OPLOG.
004730     IF WS-OPLOG-STATUS NOT = "00"
004740         GO TO 2300-WRITE-OPLOG-EXIT
004750     END-IF.
004760     MOVE "BATCH" TO OL-USERNAME.
004770     MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME.
004780     MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE.
004790     ACCEPT OL-ACTIVITY-TIME FROM TIME.
004800     SET AC-FILE-OPLOG TO TRUE.
004810     MOVE SPACES TO AC-RECORD-BODY.
004820     MOVE OL-ACTIVITY-RECORD (1:29) TO AC-RECORD-BODY (1:29).
004830     MOVE 29 TO AC-BODY-LENGTH.
004840     CALL "AUDCHAIN" USING AC-CHAIN-AREA.
004850     MOVE AC-RUN-SEQ TO OL-RUN-SEQ.
004860     MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK.
004870     WRITE OL-ACTIVITY-RECORD.
004880 2300-WRITE-OPLOG-EXIT.
004890     EXIT.

004900******************************************************************
004910* 2400-RELEASE-ACCOUNT - ONE STAFF ACCOUNT TO THE LISTING.
004920******************************************************************
004930 2400-RELEASE-ACCOUNT.
004940     MOVE UM-DEPARTMENT TO RS-DEPARTMENT.
004950     MOVE UM-USERNAME TO RS-USERNAME.
004960     MOVE UM-ROLE TO RS-ROLE.
004970     MOVE UM-CAMPUS TO RS-CAMPUS.
004980     EVALUATE TRUE
004990         WHEN UM-ACCOUNT-DISABLED
005000             MOVE "DISABLED" TO RS-STATUS
005010         WHEN UM-ACCOUNT-LOCKED
005020             MOVE "LOCKED" TO RS-STATUS
005030         WHEN OTHER
005040             MOVE "ACTIVE" TO RS-STATUS
005050     END-EVALUATE.
005060     MOVE WS-LAST-USE TO RS-LAST-USE.
005070     MOVE WS-IDLE-DAYS TO RS-IDLE-DAYS.
005080     RELEASE RS-SORT-RECORD.
005090 2400-RELEASE-ACCOUNT-EXIT.
005100     EXIT.

005110******************************************************************
005120* 3000-PRINT-RECERTIFICATION - OUTPUT PROCEDURE: ONE SECTION PER
005130*                              DEPARTMENT, FOR ITS HEAD.
005140******************************************************************
005150 3000-PRINT-RECERTIFICATION.
005160     IF NOT WS-LISTING-DUE
005170         GO TO 3000-PRINT-RECERTIFICATION-EXIT
005180     END-IF.
005190     OPEN OUTPUT RECERT-LIST.
005200     PERFORM 3100-RETURN-ACCOUNT THRU 3100-RETURN-ACCOUNT-EXIT.
005210     PERFORM 3200-LIST-ONE-ACCOUNT THRU 3200-LIST-ONE-ACCOUNT-EXIT
005220         UNTIL WS-SORT-EOF.
005230     IF WS-ACCOUNTS-LISTED = ZERO
005240         MOVE "NO STAFF ACCOUNTS ON THE USER MASTER"
005250             TO WS-REPORT-LINE
005260         WRITE RL-LISTING-LINE FROM WS-REPORT-LINE
005270     END-IF.
005280     CLOSE RECERT-LIST.
005290 3000-PRINT-RECERTIFICATION-EXIT.
005300     EXIT.

005310 3100-RETURN-ACCOUNT.
005320     RETURN SORT-WORK
005330         AT END
005340             SET WS-SORT-EOF TO TRUE
005350     END-RETURN.
005360 3100-RETURN-ACCOUNT-EXIT.
005370     EXIT.

005380******************************************************************
005390* 3200-LIST-ONE-ACCOUNT - BREAK ON DEPARTMENT; ONE LINE PER
005400*                         ACCOUNT WITH A DECISION COLUMN.
005410******************************************************************
005420 3200-LIST-ONE-ACCOUNT.
005430     IF WS-FIRST-BREAK OR RS-DEPARTMENT NOT = WS-CURRENT-DEPT
005440         MOVE "N" TO WS-FIRST-BREAK-SWITCH
005450         MOVE RS-DEPARTMENT TO WS-CURRENT-DEPT
005460         PERFORM 3300-SECTION-HEADING
005470             THRU 3300-SECTION-HEADING-EXIT
005480     END-IF.
005490     ADD 1 TO WS-ACCOUNTS-LISTED.
005500     MOVE SPACES TO WS-REPORT-LINE.
005510     MOVE RS-USERNAME TO WS-REPORT-LINE (1:5).
005520     MOVE RS-ROLE TO WS-REPORT-LINE (8:7).
005530     MOVE RS-CAMPUS TO WS-REPORT-LINE (17:2).
005540     MOVE RS-STATUS TO WS-REPORT-LINE (21:8).
005550     IF RS-LAST-USE = ZERO
005560         MOVE "NEVER" TO WS-REPORT-LINE (31:8)
005570     ELSE
005580         MOVE RS-LAST-USE TO WS-REPORT-LINE (31:8)
005590     END-IF.
005600     MOVE RS-IDLE-DAYS TO WS-IDLE-ED.
005610     MOVE WS-IDLE-ED TO WS-REPORT-LINE (40:6).
005620     MOVE "KEEP [ ]  REVOKE [ ]" TO WS-REPORT-LINE (50:20).
005630     WRITE RL-LISTING-LINE FROM WS-REPORT-LINE.
005640     PERFORM 3100-RETURN-ACCOUNT THRU 3100-RETURN-ACCOUNT-EXIT.
005650 3200-LIST-ONE-ACCOUNT-EXIT.
005660     EXIT.

005670******************************************************************
005680* 3300-SECTION-HEADING - NEW PAGE AND ADDRESSEE FOR A DEPARTMENT.
005690******************************************************************
005700 3300-SECTION-HEADING.
005710     ADD 1 TO WS-SECTION-COUNT.
005720     IF WS-CURRENT-DEPT = SPACES
005730         MOVE "ADMN" TO WS-CURRENT-DEPT
005740         PERFORM 3400-FIND-HEAD THRU 3400-FIND-HEAD-EXIT
005750         MOVE SPACES TO WS-CURRENT-DEPT
005760         IF WS-HEAD-NAME = SPACES
005770             MOVE "DATA CENTER SECURITY" TO WS-HEAD-NAME
005780         END-IF
005790     ELSE
005800         PERFORM 3400-FIND-HEAD THRU 3400-FIND-HEAD-EXIT
005810         IF WS-HEAD-NAME = SPACES
005820             MOVE "** NO HEAD ON DISTLIST" TO WS-HEAD-NAME
005830         END-IF
005840     END-IF.
005850     IF WS-SECTION-COUNT > 1
005860         MOVE SPACES TO RL-LISTING-LINE
005870         WRITE RL-LISTING-LINE AFTER ADVANCING PAGE
005880     END-IF.
005890     MOVE SPACES TO WS-REPORT-LINE.
005900     STRING "ACCESS RECERTIFICATION AS OF " DELIMITED BY SIZE
005910            RH-RUN-DATE DELIMITED BY SIZE
005920         INTO WS-REPORT-LINE.
005930     WRITE RL-LISTING-LINE FROM WS-REPORT-LINE.
005940     MOVE SPACES TO WS-REPORT-LINE.
005950     IF WS-CURRENT-DEPT = SPACES
005960         MOVE "UNSCOPED STAFF ACCOUNTS (NO DEPARTMENT)"
005970             TO WS-REPORT-LINE
005980     ELSE
005990         STRING "DEPARTMENT " DELIMITED BY SIZE
006000                WS-CURRENT-DEPT DELIMITED BY SIZE
006010             INTO WS-REPORT-LINE
006020     END-IF.
006030     WRITE RL-LISTING-LINE FROM WS-REPORT-LINE.
006040     MOVE SPACES TO WS-REPORT-LINE.
006050     STRING "FOR: " DELIMITED BY SIZE
006060            WS-HEAD-NAME DELIMITED BY SIZE
006070         INTO WS-REPORT-LINE.
006080     WRITE RL-LISTING-LINE FROM WS-REPORT-LINE.
006090     MOVE "MARK EACH ACCOUNT KEEP OR REVOKE AND RETURN"
006100         TO WS-REPORT-LINE.
006110     MOVE " TO USER ADMINISTRATION" TO WS-REPORT-LINE (43:23).
006120     WRITE RL-LISTING-LINE FROM WS-REPORT-LINE.
006130     MOVE SPACES TO WS-REPORT-LINE.
006140     WRITE RL-LISTING-LINE FROM WS-REPORT-LINE.
006150     MOVE "USER   ROLE     CP  STATUS    LAST USE   IDLE"
006160         TO WS-REPORT-LINE.
006170     MOVE "DECISION" TO WS-REPORT-LINE (50:8).
006180     WRITE RL-LISTING-LINE FROM WS-REPORT-LINE.
006190 3300-SECTION-HEADING-EXIT.
006200     EXIT.

006210******************************************************************
006220* 3400-FIND-HEAD - THE DISTLIST RECIPIENT FOR WS-CURRENT-DEPT
006230*                  (SPACES WHEN NONE).
006240******************************************************************
006250 3400-FIND-HEAD.
006260     MOVE SPACES TO WS-HEAD-NAME.
006270     PERFORM VARYING WS-HD-SUB FROM 1 BY 1
006280             UNTIL WS-HD-SUB > WS-HD-COUNT
006290                OR WS-HEAD-NAME NOT = SPACES
006300         IF WS-HD-CODE (WS-HD-SUB) = WS-CURRENT-DEPT
006310             MOVE WS-HD-NAME (WS-HD-SUB) TO WS-HEAD-NAME
006320         END-IF
006330     END-PERFORM.
006340 3400-FIND-HEAD-EXIT.
006350     EXIT.

006360******************************************************************
006370* 9000-FINISH - TOTALS AND RETURN CODE.
006380******************************************************************
006390 9000-FINISH.
006400     MOVE SPACES TO WS-REPORT-LINE.
006410     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
006420     MOVE WS-ACCOUNTS-READ TO WS-COUNT-ED.
006430     MOVE SPACES TO WS-REPORT-LINE.
006440     STRING "ACCOUNTS SWEPT:        " DELIMITED BY SIZE
006450            WS-COUNT-ED DELIMITED BY SIZE
006460         INTO WS-REPORT-LINE.
006470     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
006480     MOVE WS-ACCOUNTS-DISABLED TO WS-COUNT-ED.
006490     MOVE SPACES TO WS-REPORT-LINE.
006500     STRING "DISABLED THIS RUN:     " DELIMITED BY SIZE
006510            WS-COUNT-ED DELIMITED BY SIZE
006520         INTO WS-REPORT-LINE.
006530     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
006540     MOVE WS-ACCOUNTS-WARNED TO WS-COUNT-ED.
006550     MOVE SPACES TO WS-REPORT-LINE.
006560     STRING "FORCE CHANGE SET:      " DELIMITED BY SIZE
006570            WS-COUNT-ED DELIMITED BY SIZE
006580         INTO WS-REPORT-LINE.
006590     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
006600     MOVE WS-ALREADY-DISABLED TO WS-COUNT-ED.
006610     MOVE SPACES TO WS-REPORT-LINE.
006620     STRING "ALREADY DISABLED:      " DELIMITED BY SIZE
006630            WS-COUNT-ED DELIMITED BY SIZE
006640         INTO WS-REPORT-LINE.
006650     WRITE SW-REPORT-LINE FROM WS-REPORT-LINE.
006660     IF WS-LISTING-DUE
006670         MOVE WS-ACCOUNTS-LISTED TO WS-COUNT-ED
006680         MOVE SPACES TO WS-REPORT-LINE
006690         STRING "LISTED FOR RECERTIFY:  " DELIMITED BY SIZE
006700                WS-COUNT-ED DELIMITED BY SIZE
006710             INTO WS-REPORT-LINE
006720         WRITE SW-REPORT-LINE FROM WS-REPORT-LINE
006730     END-IF.
006740     CLOSE SWEEP-RPT.
006750     IF WS-FATAL
006760         MOVE 8 TO RETURN-CODE
006770         GO TO 9000-FINISH-EXIT
006780     END-IF.
006790     CLOSE USER-MASTER.
006800     IF WS-OPLOG-STATUS = "00"
006810         CLOSE OPERATOR-LOG
006820     END-IF.
006830     IF WS-ACCOUNTS-DISABLED > ZERO
006840         MOVE 4 TO RETURN-CODE
006850     ELSE
006860         MOVE 0 TO RETURN-CODE
006870     END-IF.
006880 9000-FINISH-EXIT.
006890     EXIT.

006900 END PROGRAM ACCTSWP.
