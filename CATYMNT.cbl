000010******************************************************************
000020* PROGRAM-ID : CATYMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   CATALOG-YEAR MAINTENANCE.  READS THE CATYTRAN TRANSACTION
000090*   FILE (STUDENT, CATALOG YEAR, ADVISOR) AND MOVES THE STUDENT
000100*   TO THE NAMED CATALOG YEAR ON THE COHORT FILE, SO THE DEGREE
000110*   AUDIT AND GRADUATION CLEARANCE HOLD THE STUDENT TO THAT
000120*   YEAR'S REQUIREMENTS (REQVERS).  THE ADVISOR MUST BE ACTIVE
000130*   ON THE INSTRUCTOR MASTER AND BE THE STUDENT'S ASSIGNED
000140*   ADVISOR (ADVASSGN).  THE YEAR MAY NOT BE EARLIER THAN THE
000150*   STUDENT'S ENTERING YEAR (FROM THE ADMIT DATE) NOR LATER THAN
000160*   THE CURRENT ACADEMIC YEAR.  A STUDENT WITH NO COHORT RECORD
000170*   IS REJECTED - THERE IS NO ADMIT DATE TO BOUND THE MOVE.
000180*   EVERY MOVE IS LOGGED TO THE CATALOG-YEAR CHANGE HISTORY
000190*   (CATYHIST) WITH OLD AND NEW YEAR, ADVISOR, OPERATOR AND
000200*   TIME, AS ADVMAINT DOES FOR ADVISORS, AND THE RUN IS
000210*   RECORDED ON THE OPERATOR ACTIVITY LOG.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-10-15  RO   ORIGINAL PROGRAM.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    CATYMNT.
000280 AUTHOR.        R. OKONKWO.
000290 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000300 DATE-WRITTEN.  2026-10-15.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CATALOG-TRANSACTIONS ASSIGN TO "CATYTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRAN-STATUS.

000380     SELECT COHORT-FILE ASSIGN TO "COHORT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CO-STUDENT-ID
000420         FILE STATUS IS WS-COH-STATUS.

000430     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SM-STUDENT-ID
000470         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-MAST-STATUS.

000500     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS IN-INSTRUCTOR-ID
000540         FILE STATUS IS WS-INS-STATUS.

000550     SELECT ADVISOR-FILE ASSIGN TO "ADVASSGN"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS AV-STUDENT-ID
000590         FILE STATUS IS WS-ADV-STATUS.

000600     SELECT CATALOG-HISTORY ASSIGN TO "CATYHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HIST-STATUS.

000630     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CUROPER-STATUS.

000660     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-OPLOG-STATUS.

000690     SELECT MAINT-RPT ASSIGN TO "CATYRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CATALOG-TRANSACTIONS.
000750 01  YT-CATALOG-TRANSACTION.
000760     05  YT-STUDENT-ID        PIC 9(08).
000770     05  YT-CATALOG-YEAR      PIC X(04).
000780     05  YT-CATALOG-YEAR-N REDEFINES YT-CATALOG-YEAR
000790                              PIC 9(04).
000800     05  YT-ADVISOR-ID        PIC X(05).

000810 FD  COHORT-FILE.
000820     COPY "cohort.cpy".

000830 FD  STUDENT-MASTER.
000840     COPY "studrec.cpy".

000850 FD  INSTRUCTOR-MASTER.
000860     COPY "instrec.cpy".

000870 FD  ADVISOR-FILE.
000880     COPY "advrec.cpy".

000890 FD  CATALOG-HISTORY.
000900     COPY "catyhist.cpy".

000910 FD  CURRENT-OPERATOR.
000920     COPY "curoper.cpy".

000930 FD  OPERATOR-LOG.
000940     COPY "oplog.cpy".

000950 FD  MAINT-RPT.
000960 01  MR-REPORT-LINE           PIC X(80).

000970 WORKING-STORAGE SECTION.
000980     COPY "runhdr.cpy".

000990 01  WS-SWITCHES.
001000     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001010         88  WS-EOF           VALUE "Y".

001020 01  WS-FILE-STATUSES.
001030     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001040     05  WS-COH-STATUS        PIC X(02) VALUE "00".
001050     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001060     05  WS-INS-STATUS        PIC X(02) VALUE "00".
001070     05  WS-ADV-STATUS        PIC X(02) VALUE "00".
001080     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
001090     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001100     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001110     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001120 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001130 01  WS-COUNTERS COMP.
001140     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001150     05  WS-YEARS-CHANGED     PIC 9(05) VALUE ZERO.
001160     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

001170*    A DATE BROKEN OUT FOR THE ACADEMIC-YEAR RULE - THE YEAR
001180*    STARTS IN JULY, AS ADMINTAK ASSIGNS IT.
001190 01  WS-DATE-PARTS.
001200     05  WS-DP-YEAR           PIC 9(04).
001210     05  WS-DP-MONTH          PIC 9(02).
001220     05  WS-DP-DAY            PIC 9(02).
001230 01  WS-CURRENT-YEAR          PIC 9(04).
001240 01  WS-ENTERING-YEAR         PIC 9(04).
001250 01  WS-OLD-YEAR              PIC 9(04).
001260 01  WS-REJECT-TEXT           PIC X(30).

001270 01  WS-EDIT-COUNTERS.
001280     05  WS-COUNT-ED          PIC ZZZZ9.

001290 01  WS-REPORT-LINE           PIC X(80).

001300*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001310     COPY "audchn.cpy".

001320 PROCEDURE DIVISION.

001330******************************************************************
001340* 0000-MAINLINE.
001350******************************************************************
001360 0000-MAINLINE.
001370     MOVE "CATYMNT" TO RH-PROGRAM-NAME.
001380     CALL "BIZDATE" USING RH-RUN-DATE.
001390     ACCEPT RH-RUN-TIME FROM TIME.
001400     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001410         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001430     PERFORM 2000-APPLY-CATALOG-YEAR
001440         THRU 2000-APPLY-CATALOG-YEAR-EXIT
001450         UNTIL WS-EOF.
001460     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001470     ACCEPT RH-RUN-TIME FROM TIME.
001480     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001490         RH-RUN-TIME.
001500     STOP RUN.

001510******************************************************************
001520* 1000-INITIALIZE - RECORD THE OPERATOR, WORK OUT THE CURRENT
001530*                   ACADEMIC YEAR, AND OPEN FILES.
001540******************************************************************
001550 1000-INITIALIZE.
001560     OPEN OUTPUT MAINT-RPT.
001570     MOVE "CATALOG-YEAR MAINTENANCE REPORT" TO WS-REPORT-LINE.
001580     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
001590     MOVE "STUDENT  YEAR ADVSR OLD  OUTCOME" TO WS-REPORT-LINE.
001600     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.

001610     PERFORM 1100-RECORD-OPERATOR
001620         THRU 1100-RECORD-OPERATOR-EXIT.

001630     MOVE RH-RUN-DATE TO WS-DATE-PARTS.
001640     MOVE WS-DP-YEAR TO WS-CURRENT-YEAR.
001650     IF WS-DP-MONTH < 07
001660         SUBTRACT 1 FROM WS-CURRENT-YEAR
001670     END-IF.

001680     OPEN INPUT STUDENT-MASTER.
001690     OPEN INPUT INSTRUCTOR-MASTER.
001700     OPEN INPUT ADVISOR-FILE.
001710     OPEN I-O COHORT-FILE.
001720     OPEN EXTEND CATALOG-HISTORY.
001730     IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
001740         OPEN OUTPUT CATALOG-HISTORY
001750     END-IF.

001760     OPEN INPUT CATALOG-TRANSACTIONS.
001770     IF WS-TRAN-STATUS NOT = "00"
001780         MOVE "  (NO CATALOG-YEAR TRANSACTION FILE)"
001790             TO WS-REPORT-LINE
001800         WRITE MR-REPORT-LINE FROM WS-REPORT-LINE
001810         SET WS-EOF TO TRUE
001820         GO TO 1000-INITIALIZE-EXIT
001830     END-IF.

001840     PERFORM 2100-READ-TRANSACTION
001850         THRU 2100-READ-TRANSACTION-EXIT.
001860 1000-INITIALIZE-EXIT.
001870     EXIT.

001880******************************************************************
001890* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001900*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001910*                        AS THE STUDENT UPDATE DOES.
001920******************************************************************
001930 1100-RECORD-OPERATOR.
001940     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001950     OPEN INPUT CURRENT-OPERATOR.
001960     IF WS-CUROPER-STATUS = "00"
001970         READ CURRENT-OPERATOR
001980             AT END
001990                 CONTINUE
002000         END-READ
002010         IF WS-CUROPER-STATUS = "00"
002020             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
002030         END-IF
002040         CLOSE CURRENT-OPERATOR
002050     END-IF.
002060     OPEN EXTEND OPERATOR-LOG.
002070     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
002080         OPEN OUTPUT OPERATOR-LOG
002090     END-IF.
002100     IF WS-OPLOG-STATUS = "00"
002110         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
002120         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
002130         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
002140         ACCEPT OL-ACTIVITY-TIME FROM TIME
002150         SET AC-FILE-OPLOG TO TRUE
002160         MOVE SPACES TO AC-RECORD-BODY
002170         MOVE OL-ACTIVITY-RECORD (1:29)
002180             TO AC-RECORD-BODY (1:29)
002190         MOVE 29 TO AC-BODY-LENGTH
002200         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002210         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002220         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002230         WRITE OL-ACTIVITY-RECORD
002240         CLOSE OPERATOR-LOG
002250     END-IF.
002260 1100-RECORD-OPERATOR-EXIT.
002270     EXIT.

002280******************************************************************
002290* 2100-READ-TRANSACTION - GET THE NEXT CATALOG-YEAR REQUEST.
002300******************************************************************
002310 2100-READ-TRANSACTION.
002320     READ CATALOG-TRANSACTIONS
002330         AT END
002340             SET WS-EOF TO TRUE
002350     END-READ.
002360 2100-READ-TRANSACTION-EXIT.
002370     EXIT.

002380******************************************************************
002390* 2000-APPLY-CATALOG-YEAR - VALIDATE ONE REQUEST AND MOVE THE
002400*                           STUDENT'S CATALOG YEAR.
002410******************************************************************
002420 2000-APPLY-CATALOG-YEAR.
002430     ADD 1 TO WS-RECORDS-READ.
002440     MOVE SPACES TO WS-REJECT-TEXT.
002450     MOVE ZERO TO WS-OLD-YEAR.

002460     IF YT-CATALOG-YEAR-N IS NOT NUMERIC
002470             OR YT-CATALOG-YEAR-N = ZERO
002480         MOVE "BAD CATALOG YEAR" TO WS-REJECT-TEXT
002490         GO TO 2000-WRITE-OUTCOME
002500     END-IF.

002510     MOVE YT-STUDENT-ID TO SM-STUDENT-ID.
002520     READ STUDENT-MASTER
002530         INVALID KEY
002540             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002550     END-READ.
002560     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
002570         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002580     END-IF.
002590     IF WS-REJECT-TEXT NOT = SPACES
002600         GO TO 2000-WRITE-OUTCOME
002610     END-IF.

002620     MOVE YT-ADVISOR-ID TO IN-INSTRUCTOR-ID.
002630     READ INSTRUCTOR-MASTER
002640         INVALID KEY
002650             MOVE "ADVISOR NOT ON MASTER" TO WS-REJECT-TEXT
002660     END-READ.
002670     IF WS-REJECT-TEXT = SPACES
002680             AND (WS-INS-STATUS NOT = "00" OR NOT IN-ACTIVE)
002690         MOVE "ADVISOR NOT ACTIVE" TO WS-REJECT-TEXT
002700     END-IF.
002710     IF WS-REJECT-TEXT NOT = SPACES
002720         GO TO 2000-WRITE-OUTCOME
002730     END-IF.

002740     MOVE YT-STUDENT-ID TO AV-STUDENT-ID.
002750     READ ADVISOR-FILE
002760         INVALID KEY
002770             MOVE "NOT THE STUDENT'S ADVISOR" TO WS-REJECT-TEXT
002780     END-READ.
002790     IF WS-REJECT-TEXT = SPACES
002800             AND (WS-ADV-STATUS NOT = "00"
002810                  OR AV-ADVISOR-ID NOT = YT-ADVISOR-ID)
002820         MOVE "NOT THE STUDENT'S ADVISOR" TO WS-REJECT-TEXT
002830     END-IF.
002840     IF WS-REJECT-TEXT NOT = SPACES
002850         GO TO 2000-WRITE-OUTCOME
002860     END-IF.

002870     MOVE YT-STUDENT-ID TO CO-STUDENT-ID.
002880     READ COHORT-FILE
002890         INVALID KEY
002900             MOVE "NO INTAKE (COHORT) RECORD" TO WS-REJECT-TEXT
002910     END-READ.
002920     IF WS-REJECT-TEXT = SPACES AND WS-COH-STATUS NOT = "00"
002930         MOVE "NO INTAKE (COHORT) RECORD" TO WS-REJECT-TEXT
002940     END-IF.
002950     IF WS-REJECT-TEXT NOT = SPACES
002960         GO TO 2000-WRITE-OUTCOME
002970     END-IF.

002980*    THE ENTERING YEAR BOUNDS THE MOVE BELOW; THE CURRENT YEAR
002990*    ON FILE IS DERIVED THE SAME WAY WHEN THE RECORD PREDATES IT.
003000     MOVE CO-ADMIT-DATE TO WS-DATE-PARTS.
003010     MOVE WS-DP-YEAR TO WS-ENTERING-YEAR.
003020     IF WS-DP-MONTH < 07
003030         SUBTRACT 1 FROM WS-ENTERING-YEAR
003040     END-IF.
003050     IF CO-CATALOG-YEAR IS NUMERIC AND CO-CATALOG-YEAR > ZERO
003060         MOVE CO-CATALOG-YEAR TO WS-OLD-YEAR
003070     ELSE
003080         MOVE WS-ENTERING-YEAR TO WS-OLD-YEAR
003090     END-IF.

003100     IF YT-CATALOG-YEAR-N < WS-ENTERING-YEAR
003110         MOVE "BEFORE ENTERING YEAR" TO WS-REJECT-TEXT
003120         GO TO 2000-WRITE-OUTCOME
003130     END-IF.
003140     IF YT-CATALOG-YEAR-N > WS-CURRENT-YEAR
003150         MOVE "AFTER CURRENT ACADEMIC YEAR" TO WS-REJECT-TEXT
003160         GO TO 2000-WRITE-OUTCOME
003170     END-IF.
003180     IF YT-CATALOG-YEAR-N = WS-OLD-YEAR
003190         MOVE "ALREADY ON THAT CATALOG YEAR" TO WS-REJECT-TEXT
003200         GO TO 2000-WRITE-OUTCOME
003210     END-IF.

003220     MOVE YT-CATALOG-YEAR-N TO CO-CATALOG-YEAR.
003230     REWRITE CO-COHORT-RECORD.
003240     ADD 1 TO WS-YEARS-CHANGED.

003250     MOVE YT-STUDENT-ID TO YH-STUDENT-ID.
003260     MOVE RH-RUN-DATE TO YH-CHANGE-DATE.
003270     ACCEPT YH-CHANGE-TIME FROM TIME.
003280     MOVE RH-PROGRAM-NAME TO YH-PROGRAM-NAME.
003290     MOVE WS-CURRENT-USERNAME TO YH-OPERATOR.
003300     MOVE YT-ADVISOR-ID TO YH-ADVISOR-ID.
003310     MOVE WS-OLD-YEAR TO YH-OLD-CATALOG-YEAR.
003320     MOVE YT-CATALOG-YEAR-N TO YH-NEW-CATALOG-YEAR.
003330     WRITE YH-CATALOG-CHANGE-RECORD.

003340 2000-WRITE-OUTCOME.
003350     MOVE SPACES TO WS-REPORT-LINE.
003360     IF WS-REJECT-TEXT = SPACES
003370         STRING YT-STUDENT-ID   DELIMITED BY SIZE
003380                " "             DELIMITED BY SIZE
003390                YT-CATALOG-YEAR DELIMITED BY SIZE
003400                " "             DELIMITED BY SIZE
003410                YT-ADVISOR-ID   DELIMITED BY SIZE
003420                " "             DELIMITED BY SIZE
003430                WS-OLD-YEAR     DELIMITED BY SIZE
003440                " APPLIED BY "  DELIMITED BY SIZE
003450                WS-CURRENT-USERNAME DELIMITED BY SIZE
003460             INTO WS-REPORT-LINE
003470     ELSE
003480         ADD 1 TO WS-RECORDS-REJECTED
003490         STRING YT-STUDENT-ID   DELIMITED BY SIZE
003500                " "             DELIMITED BY SIZE
003510                YT-CATALOG-YEAR DELIMITED BY SIZE
003520                " "             DELIMITED BY SIZE
003530                YT-ADVISOR-ID   DELIMITED BY SIZE
003540                " "             DELIMITED BY SIZE
003550                WS-OLD-YEAR     DELIMITED BY SIZE
003560                " REJECTED - "  DELIMITED BY SIZE
003570                WS-REJECT-TEXT  DELIMITED BY SIZE
003580             INTO WS-REPORT-LINE
003590     END-IF.
003600     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.

003610     PERFORM 2100-READ-TRANSACTION
003620         THRU 2100-READ-TRANSACTION-EXIT.
003630 2000-APPLY-CATALOG-YEAR-EXIT.
003640     EXIT.

003650******************************************************************
003660* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
003670******************************************************************
003680 3000-FINISH.
003690     MOVE SPACES TO WS-REPORT-LINE.
003700     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
003710     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
003720     MOVE SPACES TO WS-REPORT-LINE.
003730     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
003740            WS-COUNT-ED           DELIMITED BY SIZE
003750         INTO WS-REPORT-LINE.
003760     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
003770     MOVE WS-YEARS-CHANGED TO WS-COUNT-ED.
003780     MOVE SPACES TO WS-REPORT-LINE.
003790     STRING "YEARS CHANGED:     " DELIMITED BY SIZE
003800            WS-COUNT-ED           DELIMITED BY SIZE
003810         INTO WS-REPORT-LINE.
003820     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
003830     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
003840     MOVE SPACES TO WS-REPORT-LINE.
003850     STRING "REJECTED:          " DELIMITED BY SIZE
003860            WS-COUNT-ED           DELIMITED BY SIZE
003870         INTO WS-REPORT-LINE.
003880     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.

003890     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003900         CLOSE CATALOG-TRANSACTIONS
003910     END-IF.
003920     CLOSE COHORT-FILE.
003930     CLOSE STUDENT-MASTER.
003940     CLOSE INSTRUCTOR-MASTER.
003950     CLOSE ADVISOR-FILE.
003960     CLOSE CATALOG-HISTORY.
003970     CLOSE MAINT-RPT.

003980     IF WS-RECORDS-REJECTED > ZERO
003990         MOVE 4 TO RETURN-CODE
004000     ELSE
004010         MOVE 0 TO RETURN-CODE
004020     END-IF.
004030 3000-FINISH-EXIT.
004040     EXIT.

004050 END PROGRAM CATYMNT.
