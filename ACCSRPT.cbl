000010******************************************************************
000020* PROGRAM-ID : ACCSRPT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   STUDENT RECORD-ACCESS REPORT OVER THE ACCESS LOG (ACCSLOG)
000090*   THE INQUIRIES WRITE THROUGH ACCSLOGW.  THE ACCSPARM RECORD
000100*   PICKS THE SEQUENCE - "S" BY STUDENT ("WHO HAS LOOKED AT THIS
000110*   STUDENT") OR "O" BY OPERATOR ("WHOSE RECORDS HAS THIS
000120*   OPERATOR OPENED") - AN OPTIONAL DATE RANGE (ZERO =
000130*   OPEN-ENDED, AS ON THE OPERATOR ACTIVITY REPORT), AND "Y" TO
000140*   LIST ONLY THE FLAGGED ACCESSES.  EVERY ACCESS IS CHECKED
000150*   AGAINST THE OPERATOR'S SCOPE ON THE USER MASTER THE WAY
000160*   OPERSCOP AND THE CAMPUS-AWARE REPORTS SCOPE THEM: ADMINS,
000170*   OPERATORS NOT ON THE USER MASTER, AND UNATTENDED BATCH ARE
000180*   EXEMPT; A DEPARTMENT OPERATOR MAY SEE A STUDENT WHOSE MAJOR
000190*   CODE IS THE DEPARTMENT OR WHO HOLDS A REGISTRATION IN ONE OF
000200*   ITS COURSES; A CAMPUS OPERATOR MAY SEE THE STUDENTS OF THAT
000210*   CAMPUS (STUDEMOG); A STUDENT-ROLE OPERATOR ONLY THEIR OWN
000220*   LINKED RECORD.  ANYTHING ELSE IS FLAGGED OUT OF SCOPE AND
000230*   ENDS THE RUN RC 4 FOR THE PRIVACY OFFICER TO REVIEW.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-10-15  RO   ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    ACCSRPT.
000300 AUTHOR.        R. OKONKWO.
000310 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000320 DATE-WRITTEN.  2026-10-15.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ACCESS-LOG ASSIGN TO "ACCSLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-LOG-STATUS.

000400     SELECT ACCS-PARM ASSIGN TO "ACCSPARM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.

000430     SELECT USER-MASTER ASSIGN TO "USERMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS UM-USERNAME
000470         FILE STATUS IS WS-USER-STATUS.

000480     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SM-STUDENT-ID
000520         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-MAST-STATUS.

000550     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DG-STUDENT-ID
000590         FILE STATUS IS WS-DEMO-STATUS.

000600     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS EN-ENROLL-KEY
000640         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-ENRL-STATUS.

000670     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CM-COURSE-CODE
000710         FILE STATUS IS WS-CRS-STATUS.

000720     SELECT ACCS-RPT ASSIGN TO "ACCSRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-STATUS.

000750     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ACCESS-LOG.
000790     COPY "accslog.cpy".

000800 FD  ACCS-PARM.
000810 01  AP-PARM-RECORD.
000820     05  AP-SEQUENCE          PIC X(01).
000830         88  AP-BY-STUDENT    VALUE "S".
000840         88  AP-BY-OPERATOR   VALUE "O".
000850     05  AP-FROM-DATE         PIC 9(08).
000860     05  AP-TO-DATE           PIC 9(08).
000870     05  AP-FLAGGED-ONLY      PIC X(01).

000880 FD  USER-MASTER.
000890     COPY "userrec.cpy".

000900 FD  STUDENT-MASTER.
000910     COPY "studrec.cpy".

000920 FD  DEMOG-FILE.
000930     COPY "demogrec.cpy".

000940 FD  ENROLLMENT-MASTER.
000950     COPY "enrlrec.cpy".

000960 FD  COURSE-MASTER.
000970     COPY "crsrec.cpy".

000980 FD  ACCS-RPT.
000990 01  AR-REPORT-LINE           PIC X(80).

001000 SD  SORT-WORK.
001010 01  AS-SORT-RECORD.
001020     05  AS-MAJOR-KEY         PIC X(08).
001030     05  AS-ACCESS-DATE       PIC 9(08).
001040     05  AS-ACCESS-TIME       PIC 9(08).
001050     05  AS-USERNAME          PIC X(05).
001060     05  AS-STUDENT-ID        PIC 9(08).
001070     05  AS-PROGRAM-NAME      PIC X(08).
001080     05  AS-ACCESS-TYPE       PIC X(01).
001090         88  AS-BROWSED       VALUE "B".
001100     05  AS-SCOPE-REASON      PIC X(11).

001110 WORKING-STORAGE SECTION.
001120     COPY "runhdr.cpy".

001130 01  WS-SWITCHES.
001140     05  WS-LOG-EOF-SWITCH    PIC X(01) VALUE "N".
001150         88  WS-LOG-EOF       VALUE "Y".
001160     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001170         88  WS-SORT-EOF      VALUE "Y".
001180     05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
001190         88  WS-SCAN-EOF      VALUE "Y".
001200     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001210         88  WS-FATAL         VALUE "Y".
001220     05  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
001230         88  WS-FOUND         VALUE "Y".
001240     05  WS-IN-SCOPE-SWITCH   PIC X(01) VALUE "N".
001250         88  WS-IN-SCOPE      VALUE "Y".
001260     05  WS-SEQUENCE          PIC X(01) VALUE "S".
001270         88  WS-BY-STUDENT    VALUE "S".
001280         88  WS-BY-OPERATOR   VALUE "O".
001290     05  WS-FLAGGED-SWITCH    PIC X(01) VALUE "N".
001300         88  WS-FLAGGED-ONLY  VALUE "Y".

001310 01  WS-FILE-STATUSES.
001320     05  WS-LOG-STATUS        PIC X(02) VALUE "00".
001330     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001340     05  WS-USER-STATUS       PIC X(02) VALUE "00".
001350     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001360     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001370     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001380     05  WS-CRS-STATUS        PIC X(02) VALUE "00".
001390     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001400 01  WS-DATE-RANGE.
001410     05  WS-FROM-DATE         PIC 9(08) VALUE ZERO.
001420     05  WS-TO-DATE           PIC 9(08) VALUE 99999999.

001430*    EACH OPERATOR'S SCOPE IS LOOKED UP ON THE USER MASTER ONCE
001440*    AND KEPT HERE; AN OPERATOR PAST THE END OF THE TABLE IS
001450*    SIMPLY LOOKED UP AGAIN EACH TIME.
001460 01  WS-OPER-TABLE.
001470     05  WS-OT-COUNT          PIC 9(03) COMP VALUE ZERO.
001480     05  WS-OT-ENTRY OCCURS 200 TIMES.
001490         10  WS-OT-USERNAME   PIC X(05).
001500         10  WS-OT-ROLE       PIC X(07).
001510         10  WS-OT-DEPT       PIC X(04).
001520         10  WS-OT-CAMPUS     PIC X(02).
001530         10  WS-OT-OWN-ID     PIC 9(08).
001540 01  WS-OT-SUB                PIC 9(03) COMP.

001550*    THE SCOPE OF THE OPERATOR ON THE ENTRY BEING CHECKED.
001560 01  WS-CHECK-OPERATOR.
001570     05  WS-CK-ROLE           PIC X(07).
001580         88  WS-CK-ADMIN      VALUE "ADMIN  ".
001590         88  WS-CK-STUDENT    VALUE "STUDENT".
001600     05  WS-CK-DEPT           PIC X(04).
001610     05  WS-CK-CAMPUS         PIC X(02).
001620     05  WS-CK-OWN-ID         PIC 9(08).
001630 01  WS-OUT-DEPT-SWITCH       PIC X(01).
001640     88  WS-OUT-OF-DEPT       VALUE "Y".
001650 01  WS-OUT-CAMPUS-SWITCH     PIC X(01).
001660     88  WS-OUT-OF-CAMPUS     VALUE "Y".

001670 01  WS-CURRENT-KEY           PIC X(08) VALUE LOW-VALUES.
001680 01  WS-FIRST-BREAK-SWITCH    PIC X(01) VALUE "Y".
001690     88  WS-FIRST-BREAK       VALUE "Y".

001700 01  WS-COUNTERS COMP.
001710     05  WS-ENTRIES-READ      PIC 9(07) VALUE ZERO.
001720     05  WS-GROUP-ACCESSES    PIC 9(05) VALUE ZERO.
001730     05  WS-GROUP-FLAGGED     PIC 9(05) VALUE ZERO.
001740     05  WS-TOTAL-ACCESSES    PIC 9(07) VALUE ZERO.
001750     05  WS-TOTAL-FLAGGED     PIC 9(07) VALUE ZERO.

001760 01  WS-EDIT-FIELDS.
001770     05  WS-COUNT-ED          PIC ZZZZ9.
001780     05  WS-COUNT2-ED         PIC ZZZZ9.
001790     05  WS-TOTAL-ED          PIC ZZZZZZ9.

001800 01  WS-TYPE-TEXT             PIC X(07).
001810 01  WS-WHO-TEXT              PIC X(08).
001820 01  WS-REPORT-LINE           PIC X(80).

001830 PROCEDURE DIVISION.

001840******************************************************************
001850* 0000-MAINLINE.
001860******************************************************************
001870 0000-MAINLINE.
001880     MOVE "ACCSRPT" TO RH-PROGRAM-NAME.
001890     CALL "BIZDATE" USING RH-RUN-DATE.
001900     ACCEPT RH-RUN-TIME FROM TIME.
001910     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001920         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001940     IF NOT WS-FATAL
001950         SORT SORT-WORK
001960             ON ASCENDING KEY AS-MAJOR-KEY
001970                              AS-ACCESS-DATE
001980                              AS-ACCESS-TIME
001990             INPUT PROCEDURE IS 1500-FEED-LOG
002000                 THRU 1500-FEED-LOG-EXIT
002010             OUTPUT PROCEDURE IS 2000-PRINT-GROUPS
002020                 THRU 2000-PRINT-GROUPS-EXIT
002030     END-IF.
002040     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002050     ACCEPT RH-RUN-TIME FROM TIME.
002060     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002070         RH-RUN-TIME.
002080     STOP RUN.

002090******************************************************************
002100* 1000-INITIALIZE - READ THE PARAMETERS AND OPEN FILES.  THE
002110*                   USER, STUDENT, DEMOGRAPHICS, ENROLLMENT AND
002120*                   COURSE FILES ARE ALL NEEDED TO JUDGE SCOPE; A
002130*                   MISSING ONE IS FATAL RATHER THAN A REPORT
002140*                   THAT FLAGS NOTHING.  NO ACCESS LOG IS AN EMPTY
002150*                   REPORT.
002160******************************************************************
002170 1000-INITIALIZE.
002180     OPEN INPUT ACCS-PARM.
002190     IF WS-PARM-STATUS = "00"
002200         READ ACCS-PARM
002210             AT END
002220                 CONTINUE
002230         END-READ
002240         IF WS-PARM-STATUS = "00"
002250             IF AP-BY-OPERATOR
002260                 SET WS-BY-OPERATOR TO TRUE
002270             END-IF
002280             IF AP-FROM-DATE IS NUMERIC
002290                     AND AP-FROM-DATE > ZERO
002300                 MOVE AP-FROM-DATE TO WS-FROM-DATE
002310             END-IF
002320             IF AP-TO-DATE IS NUMERIC
002330                     AND AP-TO-DATE > ZERO
002340                 MOVE AP-TO-DATE TO WS-TO-DATE
002350             END-IF
002360             IF AP-FLAGGED-ONLY = "Y"
002370                 SET WS-FLAGGED-ONLY TO TRUE
002380             END-IF
002390         END-IF
002400         CLOSE ACCS-PARM
002410     END-IF.

002420     OPEN OUTPUT ACCS-RPT.
002430     MOVE SPACES TO WS-REPORT-LINE.
002440     IF WS-BY-OPERATOR
002450         MOVE "STUDENT RECORD-ACCESS REPORT - BY OPERATOR"
002460             TO WS-REPORT-LINE
002470     ELSE
002480         MOVE "STUDENT RECORD-ACCESS REPORT - BY STUDENT"
002490             TO WS-REPORT-LINE
002500     END-IF.
002510     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
002520     MOVE SPACES TO WS-REPORT-LINE.
002530     STRING "DATE RANGE " DELIMITED BY SIZE
002540            WS-FROM-DATE  DELIMITED BY SIZE
002550            " - "         DELIMITED BY SIZE
002560            WS-TO-DATE    DELIMITED BY SIZE
002570         INTO WS-REPORT-LINE.
002580     IF WS-FLAGGED-ONLY
002590         MOVE "OUT-OF-SCOPE ACCESSES ONLY"
002600             TO WS-REPORT-LINE (31:26)
002610     END-IF.
002620     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.

002630     OPEN INPUT USER-MASTER.
002640     OPEN INPUT STUDENT-MASTER.
002650     OPEN INPUT DEMOG-FILE.
002660     OPEN INPUT ENROLLMENT-MASTER.
002670     OPEN INPUT COURSE-MASTER.
002680     IF WS-USER-STATUS NOT = "00"
002690             OR WS-MAST-STATUS NOT = "00"
002700             OR WS-DEMO-STATUS NOT = "00"
002710             OR WS-ENRL-STATUS NOT = "00"
002720             OR WS-CRS-STATUS NOT = "00"
002730         DISPLAY "ACCSRPT: A SCOPE FILE IS NOT AVAILABLE"
002740         MOVE "  (SCOPE FILES NOT AVAILABLE - NO REPORT)"
002750             TO WS-REPORT-LINE
002760         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
002770         SET WS-FATAL TO TRUE
002780         GO TO 1000-INITIALIZE-EXIT
002790     END-IF.

002800     OPEN INPUT ACCESS-LOG.
002810     IF WS-LOG-STATUS NOT = "00"
002820         SET WS-LOG-EOF TO TRUE
002830     END-IF.
002840 1000-INITIALIZE-EXIT.
002850     EXIT.

002860******************************************************************
002870* 1500-FEED-LOG - INPUT PROCEDURE: JUDGE AND RELEASE THE IN-RANGE
002880*                 ENTRIES.
002890******************************************************************
002900 1500-FEED-LOG.
002910     PERFORM 1510-RELEASE-ONE THRU 1510-RELEASE-ONE-EXIT
002920         UNTIL WS-LOG-EOF.
002930 1500-FEED-LOG-EXIT.
002940     EXIT.

002950******************************************************************
002960* 1510-RELEASE-ONE - READ, SCOPE-CHECK AND RELEASE ONE ENTRY.
002970******************************************************************
002980 1510-RELEASE-ONE.
002990     READ ACCESS-LOG
003000         AT END
003010             SET WS-LOG-EOF TO TRUE
003020             GO TO 1510-RELEASE-ONE-EXIT
003030     END-READ.
003040     IF WS-LOG-STATUS NOT = "00"
003050         SET WS-LOG-EOF TO TRUE
003060         GO TO 1510-RELEASE-ONE-EXIT
003070     END-IF.
003080     ADD 1 TO WS-ENTRIES-READ.
003090     IF VW-ACCESS-DATE < WS-FROM-DATE
003100             OR VW-ACCESS-DATE > WS-TO-DATE
003110         GO TO 1510-RELEASE-ONE-EXIT
003120     END-IF.
003130     PERFORM 1600-CHECK-SCOPE THRU 1600-CHECK-SCOPE-EXIT.
003140     IF WS-FLAGGED-ONLY AND AS-SCOPE-REASON = SPACES
003150         GO TO 1510-RELEASE-ONE-EXIT
003160     END-IF.
003170     IF WS-BY-OPERATOR
003180         MOVE VW-USERNAME TO AS-MAJOR-KEY
003190     ELSE
003200         MOVE VW-STUDENT-ID TO AS-MAJOR-KEY
003210     END-IF.
003220     MOVE VW-ACCESS-DATE TO AS-ACCESS-DATE.
003230     MOVE VW-ACCESS-TIME TO AS-ACCESS-TIME.
003240     MOVE VW-USERNAME TO AS-USERNAME.
003250     MOVE VW-STUDENT-ID TO AS-STUDENT-ID.
003260     MOVE VW-PROGRAM-NAME TO AS-PROGRAM-NAME.
003270     MOVE VW-ACCESS-TYPE TO AS-ACCESS-TYPE.
003280     RELEASE AS-SORT-RECORD.
003290 1510-RELEASE-ONE-EXIT.
003300     EXIT.

003310******************************************************************
003320* 1600-CHECK-SCOPE - WAS THIS STUDENT WITHIN THE OPERATOR'S
003330*                    SCOPE?  LEAVES AS-SCOPE-REASON SPACES WHEN
003340*                    IT WAS, OR SAYS WHICH SCOPE IT FELL OUTSIDE.
003350******************************************************************
003360 1600-CHECK-SCOPE.
003370     MOVE SPACES TO AS-SCOPE-REASON.
003380     MOVE "N" TO WS-OUT-DEPT-SWITCH.
003390     MOVE "N" TO WS-OUT-CAMPUS-SWITCH.
003400     PERFORM 1700-FIND-OPERATOR THRU 1700-FIND-OPERATOR-EXIT.
003410     IF WS-CK-ADMIN
003420         GO TO 1600-CHECK-SCOPE-EXIT
003430     END-IF.
003440     IF WS-CK-STUDENT
003450         IF VW-STUDENT-ID NOT = WS-CK-OWN-ID
003460             MOVE "NOT OWN REC" TO AS-SCOPE-REASON
003470         END-IF
003480         GO TO 1600-CHECK-SCOPE-EXIT
003490     END-IF.
003500     IF WS-CK-DEPT NOT = SPACES
003510         PERFORM 1800-CHECK-DEPARTMENT
003520             THRU 1800-CHECK-DEPARTMENT-EXIT
003530         IF NOT WS-IN-SCOPE
003540             SET WS-OUT-OF-DEPT TO TRUE
003550         END-IF
003560     END-IF.
003570     IF WS-CK-CAMPUS NOT = SPACES
003580         MOVE VW-STUDENT-ID TO DG-STUDENT-ID
003590         READ DEMOG-FILE
003600             INVALID KEY
003610                 CONTINUE
003620         END-READ
003630         IF WS-DEMO-STATUS NOT = "00"
003640                 OR DG-CAMPUS NOT = WS-CK-CAMPUS
003650             SET WS-OUT-OF-CAMPUS TO TRUE
003660         END-IF
003670     END-IF.
003680     EVALUATE TRUE
003690         WHEN WS-OUT-OF-DEPT AND WS-OUT-OF-CAMPUS
003700             MOVE "DEPT+CAMPUS" TO AS-SCOPE-REASON
003710         WHEN WS-OUT-OF-DEPT
003720             MOVE "DEPARTMENT" TO AS-SCOPE-REASON
003730         WHEN WS-OUT-OF-CAMPUS
003740             MOVE "CAMPUS" TO AS-SCOPE-REASON
003750         WHEN OTHER
003760             CONTINUE
003770     END-EVALUATE.
003780 1600-CHECK-SCOPE-EXIT.
003790     EXIT.

003800******************************************************************
003810* 1700-FIND-OPERATOR - THE ENTRY'S OPERATOR FROM THE TABLE, OR
003820*                      FROM THE USER MASTER THE FIRST TIME THEY
003830*                      ARE SEEN.  NOT ON THE USER MASTER (BATCH,
003840*                      A DELETED ACCOUNT) IS TREATED AS EXEMPT.
003850******************************************************************
003860 1700-FIND-OPERATOR.
003870     MOVE "N" TO WS-FOUND-SWITCH.
003880     PERFORM VARYING WS-OT-SUB FROM 1 BY 1
003890             UNTIL WS-OT-SUB > WS-OT-COUNT OR WS-FOUND
003900         IF WS-OT-USERNAME (WS-OT-SUB) = VW-USERNAME
003910             SET WS-FOUND TO TRUE
003920             MOVE WS-OT-ROLE (WS-OT-SUB) TO WS-CK-ROLE
003930             MOVE WS-OT-DEPT (WS-OT-SUB) TO WS-CK-DEPT
003940             MOVE WS-OT-CAMPUS (WS-OT-SUB) TO WS-CK-CAMPUS
003950             MOVE WS-OT-OWN-ID (WS-OT-SUB) TO WS-CK-OWN-ID
003960         END-IF
003970     END-PERFORM.
003980     IF WS-FOUND
003990         GO TO 1700-FIND-OPERATOR-EXIT
004000     END-IF.

004010     MOVE "ADMIN  " TO WS-CK-ROLE.
004020     MOVE SPACES TO WS-CK-DEPT.
004030     MOVE SPACES TO WS-CK-CAMPUS.
004040     MOVE ZERO TO WS-CK-OWN-ID.
004050     MOVE VW-USERNAME TO UM-USERNAME.
004060     READ USER-MASTER
004070         INVALID KEY
004080             CONTINUE
004090     END-READ.
004100     IF WS-USER-STATUS = "00"
004110         MOVE UM-ROLE TO WS-CK-ROLE
004120         MOVE UM-DEPARTMENT TO WS-CK-DEPT
004130         MOVE UM-CAMPUS TO WS-CK-CAMPUS
004140         MOVE UM-STUDENT-ID TO WS-CK-OWN-ID
004150     END-IF.
004160     IF WS-OT-COUNT < 200
004170         ADD 1 TO WS-OT-COUNT
004180         MOVE VW-USERNAME TO WS-OT-USERNAME (WS-OT-COUNT)
004190         MOVE WS-CK-ROLE TO WS-OT-ROLE (WS-OT-COUNT)
004200         MOVE WS-CK-DEPT TO WS-OT-DEPT (WS-OT-COUNT)
004210         MOVE WS-CK-CAMPUS TO WS-OT-CAMPUS (WS-OT-COUNT)
004220         MOVE WS-CK-OWN-ID TO WS-OT-OWN-ID (WS-OT-COUNT)
004230     END-IF.
004240 1700-FIND-OPERATOR-EXIT.
004250     EXIT.

004260******************************************************************
004270* 1800-CHECK-DEPARTMENT - THE STUDENT BELONGS TO THE OPERATOR'S
004280*                         DEPARTMENT THROUGH THEIR MAJOR CODE OR
004290*                         ANY REGISTRATION, CURRENT OR DROPPED, IN
004300*                         ONE OF THE DEPARTMENT'S COURSES.
004310******************************************************************
004320 1800-CHECK-DEPARTMENT.
004330     MOVE "N" TO WS-IN-SCOPE-SWITCH.
004340     MOVE VW-STUDENT-ID TO SM-STUDENT-ID.
004350     READ STUDENT-MASTER
004360         INVALID KEY
004370             CONTINUE
004380     END-READ.
004390     IF WS-MAST-STATUS = "00"
004400             AND SM-MAJOR-CODE = WS-CK-DEPT
004410         SET WS-IN-SCOPE TO TRUE
004420         GO TO 1800-CHECK-DEPARTMENT-EXIT
004430     END-IF.

004440     MOVE "N" TO WS-SCAN-EOF-SWITCH.
004450     MOVE VW-STUDENT-ID TO EN-STUDENT-ID.
004460     MOVE LOW-VALUES TO EN-COURSE-CODE.
004470     START ENROLLMENT-MASTER
004480         KEY IS NOT LESS THAN EN-ENROLL-KEY
004490         INVALID KEY
004500             SET WS-SCAN-EOF TO TRUE
004510     END-START.
004520     PERFORM 1810-ONE-REGISTRATION THRU 1810-ONE-REGISTRATION-EXIT
004530         UNTIL WS-SCAN-EOF OR WS-IN-SCOPE.
004540 1800-CHECK-DEPARTMENT-EXIT.
004550     EXIT.

004560******************************************************************
004570* 1810-ONE-REGISTRATION - IS THIS REGISTRATION'S COURSE ONE OF
004580*                         THE OPERATOR'S DEPARTMENT'S?
004590******************************************************************
004600 1810-ONE-REGISTRATION.
004610     READ ENROLLMENT-MASTER NEXT RECORD
004620         AT END
004630             SET WS-SCAN-EOF TO TRUE
004640             GO TO 1810-ONE-REGISTRATION-EXIT
004650     END-READ.
004660     IF WS-ENRL-STATUS NOT = "00"
004670             OR EN-STUDENT-ID NOT = VW-STUDENT-ID
004680         SET WS-SCAN-EOF TO TRUE
004690         GO TO 1810-ONE-REGISTRATION-EXIT
004700     END-IF.
004710     MOVE EN-COURSE-CODE TO CM-COURSE-CODE.
004720     READ COURSE-MASTER
004730         INVALID KEY
004740             CONTINUE
004750     END-READ.
004760     IF WS-CRS-STATUS = "00"
004770             AND CM-DEPARTMENT = WS-CK-DEPT
004780         SET WS-IN-SCOPE TO TRUE
004790     END-IF.
004800 1810-ONE-REGISTRATION-EXIT.
004810     EXIT.

004820******************************************************************
004830* 2000-PRINT-GROUPS - OUTPUT PROCEDURE: CONTROL BREAK PER STUDENT
004840*                     OR PER OPERATOR WITH ACCESS COUNTS.
004850******************************************************************
004860 2000-PRINT-GROUPS.
004870     PERFORM 2100-RETURN-ENTRY THRU 2100-RETURN-ENTRY-EXIT.
004880     PERFORM 2200-ONE-ENTRY THRU 2200-ONE-ENTRY-EXIT
004890         UNTIL WS-SORT-EOF.
004900     IF NOT WS-FIRST-BREAK
004910         PERFORM 2400-GROUP-TOTAL THRU 2400-GROUP-TOTAL-EXIT
004920     END-IF.
004930 2000-PRINT-GROUPS-EXIT.
004940     EXIT.

004950******************************************************************
004960* 2100-RETURN-ENTRY - GET THE NEXT SORTED ENTRY.
004970******************************************************************
004980 2100-RETURN-ENTRY.
004990     RETURN SORT-WORK
005000         AT END
005010             SET WS-SORT-EOF TO TRUE
005020     END-RETURN.
005030 2100-RETURN-ENTRY-EXIT.
005040     EXIT.

005050******************************************************************
005060* 2200-ONE-ENTRY - BREAK ON A NEW STUDENT OR OPERATOR AND PRINT
005070*                  ONE ACCESS.
005080******************************************************************
005090 2200-ONE-ENTRY.
005100     IF AS-MAJOR-KEY NOT = WS-CURRENT-KEY
005110             OR WS-FIRST-BREAK
005120         IF NOT WS-FIRST-BREAK
005130             PERFORM 2400-GROUP-TOTAL THRU 2400-GROUP-TOTAL-EXIT
005140         END-IF
005150         MOVE AS-MAJOR-KEY TO WS-CURRENT-KEY
005160         MOVE ZERO TO WS-GROUP-ACCESSES
005170         MOVE ZERO TO WS-GROUP-FLAGGED
005180         MOVE "N" TO WS-FIRST-BREAK-SWITCH
005190         MOVE SPACES TO WS-REPORT-LINE
005200         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
005210         MOVE SPACES TO WS-REPORT-LINE
005220         IF WS-BY-OPERATOR
005230             STRING "OPERATOR "    DELIMITED BY SIZE
005240                    AS-USERNAME    DELIMITED BY SIZE
005250                 INTO WS-REPORT-LINE
005260         ELSE
005270             STRING "STUDENT "     DELIMITED BY SIZE
005280                    AS-STUDENT-ID  DELIMITED BY SIZE
005290                 INTO WS-REPORT-LINE
005300         END-IF
005310         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
005320     END-IF.

005330     IF AS-BROWSED
005340         MOVE "BROWSED" TO WS-TYPE-TEXT
005350     ELSE
005360         MOVE "VIEWED" TO WS-TYPE-TEXT
005370     END-IF.
005380     IF WS-BY-OPERATOR
005390         MOVE AS-STUDENT-ID TO WS-WHO-TEXT
005400     ELSE
005410         MOVE AS-USERNAME TO WS-WHO-TEXT
005420     END-IF.
005430     MOVE SPACES TO WS-REPORT-LINE.
005440     STRING "  "                 DELIMITED BY SIZE
005450            AS-ACCESS-DATE       DELIMITED BY SIZE
005460            "  "                 DELIMITED BY SIZE
005470            AS-ACCESS-TIME (1:6) DELIMITED BY SIZE
005480            "  "                 DELIMITED BY SIZE
005490            WS-WHO-TEXT          DELIMITED BY SIZE
005500            "  "                 DELIMITED BY SIZE
005510            AS-PROGRAM-NAME      DELIMITED BY SIZE
005520            "  "                 DELIMITED BY SIZE
005530            WS-TYPE-TEXT         DELIMITED BY SIZE
005540         INTO WS-REPORT-LINE.
005550     IF AS-SCOPE-REASON NOT = SPACES
005560         MOVE "** OUT OF SCOPE" TO WS-REPORT-LINE (53:15)
005570         MOVE AS-SCOPE-REASON TO WS-REPORT-LINE (69:11)
005580         ADD 1 TO WS-GROUP-FLAGGED
005590         ADD 1 TO WS-TOTAL-FLAGGED
005600     END-IF.
005610     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
005620     ADD 1 TO WS-GROUP-ACCESSES.
005630     ADD 1 TO WS-TOTAL-ACCESSES.

005640     PERFORM 2100-RETURN-ENTRY THRU 2100-RETURN-ENTRY-EXIT.
005650 2200-ONE-ENTRY-EXIT.
005660     EXIT.

005670******************************************************************
005680* 2400-GROUP-TOTAL - CLOSE OUT ONE STUDENT OR OPERATOR GROUP.
005690******************************************************************
005700 2400-GROUP-TOTAL.
005710     MOVE WS-GROUP-ACCESSES TO WS-COUNT-ED.
005720     MOVE WS-GROUP-FLAGGED TO WS-COUNT2-ED.
005730     MOVE SPACES TO WS-REPORT-LINE.
005740     STRING "  ACCESSES: "       DELIMITED BY SIZE
005750            WS-COUNT-ED          DELIMITED BY SIZE
005760            "   OUT OF SCOPE: "  DELIMITED BY SIZE
005770            WS-COUNT2-ED         DELIMITED BY SIZE
005780         INTO WS-REPORT-LINE.
005790     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
005800 2400-GROUP-TOTAL-EXIT.
005810     EXIT.

005820******************************************************************
005830* 3000-FINISH - WRITE THE GRAND TOTALS, CLOSE FILES, SET THE RC.
005840******************************************************************
005850 3000-FINISH.
005860     IF WS-FATAL
005870         MOVE 8 TO RETURN-CODE
005880         CLOSE ACCS-RPT
005890         GO TO 3000-FINISH-EXIT
005900     END-IF.
005910     MOVE SPACES TO WS-REPORT-LINE.
005920     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
005930     MOVE WS-ENTRIES-READ TO WS-TOTAL-ED.
005940     MOVE SPACES TO WS-REPORT-LINE.
005950     STRING "LOG ENTRIES READ:       " DELIMITED BY SIZE
005960            WS-TOTAL-ED                DELIMITED BY SIZE
005970         INTO WS-REPORT-LINE.
005980     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
005990     MOVE WS-TOTAL-ACCESSES TO WS-TOTAL-ED.
006000     MOVE SPACES TO WS-REPORT-LINE.
006010     STRING "ACCESSES LISTED:        " DELIMITED BY SIZE
006020            WS-TOTAL-ED                DELIMITED BY SIZE
006030         INTO WS-REPORT-LINE.
006040     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
006050     MOVE WS-TOTAL-FLAGGED TO WS-TOTAL-ED.
006060     MOVE SPACES TO WS-REPORT-LINE.
006070     STRING "OUT-OF-SCOPE ACCESSES:  " DELIMITED BY SIZE
006080            WS-TOTAL-ED                DELIMITED BY SIZE
006090         INTO WS-REPORT-LINE.
006100     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.

006110     IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "10"
006120         CLOSE ACCESS-LOG
006130     END-IF.
006140     CLOSE USER-MASTER.
006150     CLOSE STUDENT-MASTER.
006160     CLOSE DEMOG-FILE.
006170     CLOSE ENROLLMENT-MASTER.
006180     CLOSE COURSE-MASTER.
006190     CLOSE ACCS-RPT.
006200     IF WS-TOTAL-FLAGGED > ZERO
006210         MOVE 4 TO RETURN-CODE
006220     ELSE
006230         MOVE 0 TO RETURN-CODE
006240     END-IF.
006250 3000-FINISH-EXIT.
006260     EXIT.

006270 END PROGRAM ACCSRPT.
