000010******************************************************************
000020* PROGRAM-ID : ATHLMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ATHLETE ROSTER MAINTENANCE.  READS THE ATHLTRAN TRANSACTION
000090*   FILE - "A" ADDS A STUDENT TO A SPORT'S ROSTER (A STUDENT
000100*   REMOVED EARLIER IS REINSTATED, KEEPING THE TERM'S
000110*   CERTIFICATION), "R" REMOVES ONE - AND APPLIES IT TO THE
000120*   ATHLETE ROSTER (ATHLROST) WITH THE SIGNED-ON OPERATOR
000130*   (CUROPER, AS HOLDMNT DOES) AND TODAY'S DATE RECORDED.  A
000140*   STUDENT MAY BE ON THE ROSTER OF MORE THAN ONE SPORT.
000150*   STUDENTS NOT ON THE MASTER, A BLANK SPORT CODE, ADDS OF A
000160*   STUDENT ALREADY ACTIVE ON THE SPORT, AND REMOVES OF ROWS
000170*   NOT ACTIVE ARE REJECTED ON THE REPORT (ATHLMRPT), WHICH
000180*   ENDS WITH EVERY ACTIVE ATHLETE ON FILE AND THE TERM LAST
000190*   CERTIFIED (ATHLCERT).  EACH RUN IS RECORDED ON THE
000200*   OPERATOR ACTIVITY LOG.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    ATHLMNT.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ATHLETE-TRANSACTIONS ASSIGN TO "ATHLTRAN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TRAN-STATUS.

000370     SELECT ROSTER-FILE ASSIGN TO "ATHLROST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS AT-ROSTER-KEY
000410         FILE STATUS IS WS-ROST-STATUS.

000420     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SM-STUDENT-ID
000460         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-MAST-STATUS.

000490     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CUROPER-STATUS.

000520     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-OPLOG-STATUS.

000550     SELECT ATHLETE-RPT ASSIGN TO "ATHLMRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ATHLETE-TRANSACTIONS.
000610 01  AX-ATHLETE-TRANSACTION.
000620     05  AX-ACTION            PIC X(01).
000630         88  AX-ACTION-ADD    VALUE "A".
000640         88  AX-ACTION-REMOVE VALUE "R".
000650     05  AX-STUDENT-ID        PIC 9(08).
000660     05  AX-SPORT-CODE        PIC X(04).

000670 FD  ROSTER-FILE.
000680     COPY "athlrost.cpy".

000690 FD  STUDENT-MASTER.
000700     COPY "studrec.cpy".

000710 FD  CURRENT-OPERATOR.
000720     COPY "curoper.cpy".

000730 FD  OPERATOR-LOG.
000740     COPY "oplog.cpy".

000750 FD  ATHLETE-RPT.
000760 01  AM-REPORT-LINE           PIC X(80).

000770 WORKING-STORAGE SECTION.
000780     COPY "runhdr.cpy".

000790 01  WS-SWITCHES.
000800     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000810         88  WS-EOF           VALUE "Y".
000820     05  WS-LIST-EOF-SWITCH   PIC X(01) VALUE "N".
000830         88  WS-LIST-EOF      VALUE "Y".
000840     05  WS-ROST-OPEN-SWITCH  PIC X(01) VALUE "N".
000850         88  WS-ROST-OPEN     VALUE "Y".

000860 01  WS-FILE-STATUSES.
000870     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
000880     05  WS-ROST-STATUS       PIC X(02) VALUE "00".
000890     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000900     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
000910     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
000920     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000930 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

000940 01  WS-COUNTERS COMP.
000950     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000960     05  WS-ATHLETES-ADDED    PIC 9(05) VALUE ZERO.
000970     05  WS-ATHLETES-REMOVED  PIC 9(05) VALUE ZERO.
000980     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
000990     05  WS-ACTIVE-LISTED     PIC 9(05) VALUE ZERO.

001000 01  WS-REJECT-TEXT           PIC X(30).
001010 01  WS-CERT-TEXT             PIC X(10).

001020 01  WS-EDIT-COUNTERS.
001030     05  WS-COUNT-ED          PIC ZZZZ9.

001040 01  WS-REPORT-LINE           PIC X(80).

001050*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001060     COPY "audchn.cpy".

001070 PROCEDURE DIVISION.

001080******************************************************************
001090* 0000-MAINLINE.
001100******************************************************************
001110 0000-MAINLINE.
001120     MOVE "ATHLMNT" TO RH-PROGRAM-NAME.
001130     CALL "BIZDATE" USING RH-RUN-DATE.
001140     ACCEPT RH-RUN-TIME FROM TIME.
001150     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001160         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001170     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001180     PERFORM 2000-APPLY-ATHL-TRAN THRU 2000-APPLY-ATHL-TRAN-EXIT
001190         UNTIL WS-EOF.
001200     PERFORM 2500-LIST-ACTIVE THRU 2500-LIST-ACTIVE-EXIT.
001210     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001220     ACCEPT RH-RUN-TIME FROM TIME.
001230     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001240         RH-RUN-TIME.
001250     STOP RUN.

001260******************************************************************
001270* 1000-INITIALIZE - RECORD THE OPERATOR AND OPEN FILES.
001280******************************************************************
001290 1000-INITIALIZE.
001300     OPEN OUTPUT ATHLETE-RPT.
001310     MOVE "ATHLETE ROSTER MAINTENANCE REPORT" TO WS-REPORT-LINE.
001320     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
001330     MOVE "ACT STUDENT  SPORT OUTCOME" TO WS-REPORT-LINE.
001340     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.

001350     PERFORM 1100-RECORD-OPERATOR
001360         THRU 1100-RECORD-OPERATOR-EXIT.

001370     OPEN INPUT STUDENT-MASTER.
001380     OPEN I-O ROSTER-FILE.
001390     IF WS-ROST-STATUS = "35"
001400         OPEN OUTPUT ROSTER-FILE
001410         CLOSE ROSTER-FILE
001420         OPEN I-O ROSTER-FILE
001430     END-IF.
001440     IF WS-ROST-STATUS = "00"
001450         SET WS-ROST-OPEN TO TRUE
001460     END-IF.

001470     OPEN INPUT ATHLETE-TRANSACTIONS.
001480     IF WS-TRAN-STATUS NOT = "00"
001490         MOVE "  (NO ATHLETE TRANSACTION FILE)" TO WS-REPORT-LINE
001500         WRITE AM-REPORT-LINE FROM WS-REPORT-LINE
001510         SET WS-EOF TO TRUE
001520         GO TO 1000-INITIALIZE-EXIT
001530     END-IF.

001540     PERFORM 2100-READ-TRANSACTION
001550         THRU 2100-READ-TRANSACTION-EXIT.
001560 1000-INITIALIZE-EXIT.
001570     EXIT.

001580******************************************************************
001590* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001600*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001610*                        AS THE STUDENT UPDATE DOES.
001620******************************************************************
001630 1100-RECORD-OPERATOR.
001640     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001650     OPEN INPUT CURRENT-OPERATOR.
001660     IF WS-CUROPER-STATUS = "00"
001670         READ CURRENT-OPERATOR
001680             AT END
001690                 CONTINUE
001700         END-READ
001710         IF WS-CUROPER-STATUS = "00"
001720             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
001730         END-IF
001740         CLOSE CURRENT-OPERATOR
001750     END-IF.
001760     OPEN EXTEND OPERATOR-LOG.
001770     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
001780         OPEN OUTPUT OPERATOR-LOG
001790     END-IF.
001800     IF WS-OPLOG-STATUS = "00"
001810         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
001820         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
001830         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
001840         ACCEPT OL-ACTIVITY-TIME FROM TIME
001850         SET AC-FILE-OPLOG TO TRUE
001860         MOVE SPACES TO AC-RECORD-BODY
001870         MOVE OL-ACTIVITY-RECORD (1:29)
001880             TO AC-RECORD-BODY (1:29)
001890         MOVE 29 TO AC-BODY-LENGTH
001900         CALL "AUDCHAIN" USING AC-CHAIN-AREA
001910         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
001920         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
001930         WRITE OL-ACTIVITY-RECORD
001940         CLOSE OPERATOR-LOG
001950     END-IF.
001960 1100-RECORD-OPERATOR-EXIT.
001970     EXIT.

001980******************************************************************
001990* 2100-READ-TRANSACTION - GET THE NEXT ROSTER TRANSACTION.
002000******************************************************************
002010 2100-READ-TRANSACTION.
002020     READ ATHLETE-TRANSACTIONS
002030         AT END
002040             SET WS-EOF TO TRUE
002050     END-READ.
002060 2100-READ-TRANSACTION-EXIT.
002070     EXIT.

002080******************************************************************
002090* 2000-APPLY-ATHL-TRAN - ADD OR REMOVE ONE ROSTER ROW.
002100******************************************************************
002110 2000-APPLY-ATHL-TRAN.
002120     ADD 1 TO WS-RECORDS-READ.
002130     MOVE SPACES TO WS-REJECT-TEXT.

002140     IF NOT AX-ACTION-ADD AND NOT AX-ACTION-REMOVE
002150         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
002160         GO TO 2000-WRITE-OUTCOME
002170     END-IF.
002180     IF AX-SPORT-CODE = SPACES
002190         MOVE "NO SPORT CODE" TO WS-REJECT-TEXT
002200         GO TO 2000-WRITE-OUTCOME
002210     END-IF.
002220     IF NOT WS-ROST-OPEN
002230         MOVE "ROSTER FILE NOT AVAILABLE" TO WS-REJECT-TEXT
002240         GO TO 2000-WRITE-OUTCOME
002250     END-IF.

002260     MOVE AX-STUDENT-ID TO SM-STUDENT-ID.
002270     READ STUDENT-MASTER
002280         INVALID KEY
002290             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002300     END-READ.
002310     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
002320         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002330     END-IF.
002340     IF WS-REJECT-TEXT NOT = SPACES
002350         GO TO 2000-WRITE-OUTCOME
002360     END-IF.

002370     IF AX-ACTION-ADD
002380         PERFORM 2200-ADD-ATHLETE
002390             THRU 2200-ADD-ATHLETE-EXIT
002400     ELSE
002410         PERFORM 2300-REMOVE-ATHLETE
002420             THRU 2300-REMOVE-ATHLETE-EXIT
002430     END-IF.

002440 2000-WRITE-OUTCOME.
002450     MOVE SPACES TO WS-REPORT-LINE.
002460     IF WS-REJECT-TEXT = SPACES
002470         STRING AX-ACTION       DELIMITED BY SIZE
002480                "   "           DELIMITED BY SIZE
002490                AX-STUDENT-ID   DELIMITED BY SIZE
002500                " "             DELIMITED BY SIZE
002510                AX-SPORT-CODE   DELIMITED BY SIZE
002520                "  APPLIED BY " DELIMITED BY SIZE
002530                WS-CURRENT-USERNAME DELIMITED BY SIZE
002540             INTO WS-REPORT-LINE
002550     ELSE
002560         ADD 1 TO WS-RECORDS-REJECTED
002570         STRING AX-ACTION       DELIMITED BY SIZE
002580                "   "           DELIMITED BY SIZE
002590                AX-STUDENT-ID   DELIMITED BY SIZE
002600                " "             DELIMITED BY SIZE
002610                AX-SPORT-CODE   DELIMITED BY SIZE
002620                "  REJECTED - " DELIMITED BY SIZE
002630                WS-REJECT-TEXT  DELIMITED BY SIZE
002640             INTO WS-REPORT-LINE
002650     END-IF.
002660     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.

002670     PERFORM 2100-READ-TRANSACTION
002680         THRU 2100-READ-TRANSACTION-EXIT.
002690 2000-APPLY-ATHL-TRAN-EXIT.
002700     EXIT.

002710******************************************************************
002720* 2200-ADD-ATHLETE - WRITE A NEW ROSTER ROW, OR REINSTATE A
002730*                    REMOVED ONE WITH ITS CERTIFICATION KEPT.
002740******************************************************************
002750 2200-ADD-ATHLETE.
002760     MOVE AX-STUDENT-ID TO AT-STUDENT-ID.
002770     MOVE AX-SPORT-CODE TO AT-SPORT-CODE.
002780     READ ROSTER-FILE
002790         INVALID KEY
002800             GO TO 2200-NEW-ATHLETE
002810     END-READ.
002820     IF AT-ACTIVE
002830         MOVE "ALREADY ON THE ROSTER" TO WS-REJECT-TEXT
002840         GO TO 2200-ADD-ATHLETE-EXIT
002850     END-IF.
002860     SET AT-ACTIVE TO TRUE.
002870     MOVE WS-CURRENT-USERNAME TO AT-ENTERED-BY.
002880     MOVE RH-RUN-DATE TO AT-ENTERED-DATE.
002890     MOVE SPACES TO AT-REMOVED-BY.
002900     MOVE ZERO TO AT-REMOVE-DATE.
002910     REWRITE AT-ROSTER-RECORD.
002920     ADD 1 TO WS-ATHLETES-ADDED.
002930     GO TO 2200-ADD-ATHLETE-EXIT.

002940 2200-NEW-ATHLETE.
002950     MOVE SPACES TO AT-ROSTER-RECORD.
002960     MOVE AX-STUDENT-ID TO AT-STUDENT-ID.
002970     MOVE AX-SPORT-CODE TO AT-SPORT-CODE.
002980     SET AT-ACTIVE TO TRUE.
002990     MOVE WS-CURRENT-USERNAME TO AT-ENTERED-BY.
003000     MOVE RH-RUN-DATE TO AT-ENTERED-DATE.
003010     MOVE ZERO TO AT-REMOVE-DATE.
003020     MOVE ZERO TO AT-CERT-DATE.
003030     MOVE ZERO TO AT-CERT-CREDITS.
003040     MOVE "NNNNNN" TO AT-CERT-FAILS.
003050     MOVE ZERO TO AT-CERT-GPA.
003060     MOVE ZERO TO AT-CERT-HOURS.
003070     MOVE ZERO TO AT-CERT-PERCENT.
003080     MOVE ZERO TO AT-RECHECK-DATE.
003090     MOVE ZERO TO AT-RECHECK-CREDITS.
003100     WRITE AT-ROSTER-RECORD
003110         INVALID KEY
003120             MOVE "ROSTER WRITE FAILED" TO WS-REJECT-TEXT
003130             GO TO 2200-ADD-ATHLETE-EXIT
003140     END-WRITE.
003150     ADD 1 TO WS-ATHLETES-ADDED.
003160 2200-ADD-ATHLETE-EXIT.
003170     EXIT.

003180******************************************************************
003190* 2300-REMOVE-ATHLETE - FLIP AN ACTIVE ROSTER ROW TO REMOVED.
003200******************************************************************
003210 2300-REMOVE-ATHLETE.
003220     MOVE AX-STUDENT-ID TO AT-STUDENT-ID.
003230     MOVE AX-SPORT-CODE TO AT-SPORT-CODE.
003240     READ ROSTER-FILE
003250         INVALID KEY
003260             MOVE "NOT ON THE ROSTER" TO WS-REJECT-TEXT
003270     END-READ.
003280     IF WS-REJECT-TEXT NOT = SPACES
003290         GO TO 2300-REMOVE-ATHLETE-EXIT
003300     END-IF.
003310     IF NOT AT-ACTIVE
003320         MOVE "ALREADY REMOVED" TO WS-REJECT-TEXT
003330         GO TO 2300-REMOVE-ATHLETE-EXIT
003340     END-IF.
003350     SET AT-REMOVED TO TRUE.
003360     MOVE RH-RUN-DATE TO AT-REMOVE-DATE.
003370     MOVE WS-CURRENT-USERNAME TO AT-REMOVED-BY.
003380     REWRITE AT-ROSTER-RECORD.
003390     ADD 1 TO WS-ATHLETES-REMOVED.
003400 2300-REMOVE-ATHLETE-EXIT.
003410     EXIT.

003420******************************************************************
003430* 2500-LIST-ACTIVE - LIST EVERY ACTIVE ATHLETE NOW ON FILE, IN
003440*                    STUDENT AND SPORT ORDER.
003450******************************************************************
003460 2500-LIST-ACTIVE.
003470     MOVE SPACES TO WS-REPORT-LINE.
003480     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
003490     MOVE "ACTIVE ATHLETES" TO WS-REPORT-LINE.
003500     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
003510     MOVE "    STUDENT  SPORT ADDED    BY    CERTIFIED"
003520         TO WS-REPORT-LINE.
003530     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
003540     IF NOT WS-ROST-OPEN
003550         MOVE "  (ROSTER FILE NOT AVAILABLE)" TO WS-REPORT-LINE
003560         WRITE AM-REPORT-LINE FROM WS-REPORT-LINE
003570         GO TO 2500-LIST-ACTIVE-EXIT
003580     END-IF.
003590     MOVE LOW-VALUES TO AT-ROSTER-KEY.
003600     START ROSTER-FILE KEY IS NOT LESS THAN AT-ROSTER-KEY
003610         INVALID KEY
003620             SET WS-LIST-EOF TO TRUE
003630     END-START.
003640     PERFORM 2510-LIST-ONE THRU 2510-LIST-ONE-EXIT
003650         UNTIL WS-LIST-EOF.
003660 2500-LIST-ACTIVE-EXIT.
003670     EXIT.

003680******************************************************************
003690* 2510-LIST-ONE - ONE ROSTER ROW; ONLY ACTIVE ONES PRINT.
003700******************************************************************
003710 2510-LIST-ONE.
003720     READ ROSTER-FILE NEXT RECORD
003730         AT END
003740             SET WS-LIST-EOF TO TRUE
003750     END-READ.
003760     IF WS-ROST-STATUS NOT = "00" AND NOT WS-LIST-EOF
003770         SET WS-LIST-EOF TO TRUE
003780     END-IF.
003790     IF WS-LIST-EOF
003800         GO TO 2510-LIST-ONE-EXIT
003810     END-IF.
003820     IF NOT AT-ACTIVE
003830         GO TO 2510-LIST-ONE-EXIT
003840     END-IF.
003850     ADD 1 TO WS-ACTIVE-LISTED.
003860     EVALUATE TRUE
003870         WHEN AT-CERT-TERM = SPACES
003880             MOVE "NOT YET" TO WS-CERT-TEXT
003890         WHEN AT-CERT-ELIGIBLE
003900             MOVE "ELIGIBLE" TO WS-CERT-TEXT
003910         WHEN OTHER
003920             MOVE "INELIGIBLE" TO WS-CERT-TEXT
003930     END-EVALUATE.
003940     MOVE SPACES TO WS-REPORT-LINE.
003950     STRING "    "          DELIMITED BY SIZE
003960            AT-STUDENT-ID   DELIMITED BY SIZE
003970            " "             DELIMITED BY SIZE
003980            AT-SPORT-CODE   DELIMITED BY SIZE
003990            "  "            DELIMITED BY SIZE
004000            AT-ENTERED-DATE DELIMITED BY SIZE
004010            " "             DELIMITED BY SIZE
004020            AT-ENTERED-BY   DELIMITED BY SIZE
004030            " "             DELIMITED BY SIZE
004040            AT-CERT-TERM    DELIMITED BY SIZE
004050            " "             DELIMITED BY SIZE
004060            WS-CERT-TEXT    DELIMITED BY SIZE
004070         INTO WS-REPORT-LINE.
004080     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
004090 2510-LIST-ONE-EXIT.
004100     EXIT.

004110******************************************************************
004120* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
004130******************************************************************
004140 3000-FINISH.
004150     MOVE SPACES TO WS-REPORT-LINE.
004160     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
004170     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
004180     MOVE SPACES TO WS-REPORT-LINE.
004190     STRING "TRANSACTIONS READ:  " DELIMITED BY SIZE
004200            WS-COUNT-ED            DELIMITED BY SIZE
004210         INTO WS-REPORT-LINE.
004220     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
004230     MOVE WS-ATHLETES-ADDED TO WS-COUNT-ED.
004240     MOVE SPACES TO WS-REPORT-LINE.
004250     STRING "ATHLETES ADDED:     " DELIMITED BY SIZE
004260            WS-COUNT-ED            DELIMITED BY SIZE
004270         INTO WS-REPORT-LINE.
004280     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
004290     MOVE WS-ATHLETES-REMOVED TO WS-COUNT-ED.
004300     MOVE SPACES TO WS-REPORT-LINE.
004310     STRING "ATHLETES REMOVED:   " DELIMITED BY SIZE
004320            WS-COUNT-ED            DELIMITED BY SIZE
004330         INTO WS-REPORT-LINE.
004340     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
004350     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
004360     MOVE SPACES TO WS-REPORT-LINE.
004370     STRING "REJECTED:           " DELIMITED BY SIZE
004380            WS-COUNT-ED            DELIMITED BY SIZE
004390         INTO WS-REPORT-LINE.
004400     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.
004410     MOVE WS-ACTIVE-LISTED TO WS-COUNT-ED.
004420     MOVE SPACES TO WS-REPORT-LINE.
004430     STRING "ACTIVE ON FILE:     " DELIMITED BY SIZE
004440            WS-COUNT-ED            DELIMITED BY SIZE
004450         INTO WS-REPORT-LINE.
004460     WRITE AM-REPORT-LINE FROM WS-REPORT-LINE.

004470     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
004480         CLOSE ATHLETE-TRANSACTIONS
004490     END-IF.
004500     IF WS-ROST-OPEN
004510         CLOSE ROSTER-FILE
004520     END-IF.
004530     CLOSE STUDENT-MASTER.
004540     CLOSE ATHLETE-RPT.

004550     IF WS-RECORDS-REJECTED > ZERO
004560         MOVE 4 TO RETURN-CODE
004570     ELSE
004580         MOVE 0 TO RETURN-CODE
004590     END-IF.
004600 3000-FINISH-EXIT.
004610     EXIT.

004620 END PROGRAM ATHLMNT.
