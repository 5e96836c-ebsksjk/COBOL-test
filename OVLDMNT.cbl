000010******************************************************************
000020* PROGRAM-ID : OVLDMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   CREDIT-LOAD OVERLOAD APPROVAL MAINTENANCE.  READS THE
000090*   OVLDTRAN TRANSACTION FILE - "A" APPROVES AN OVERLOAD FOR A
000100*   STUDENT AND TERM UP TO A STATED NUMBER OF CREDIT HOURS (A
000110*   REPEAT APPROVAL REPLACES THE HOURS), "R" REVOKES ONE - AND
000120*   APPLIES IT TO THE OVERLOAD FILE WITH THE APPROVER, THE
000130*   SIGNED-ON OPERATOR (CUROPER, AS HOLDMNT DOES) AND TODAY'S
000140*   DATE RECORDED.  STUDENTS NOT ON THE MASTER, TERMS NOT ON
000150*   THE TERM FILE, MISSING HOURS OR APPROVER, AND REVOKES OF
000160*   APPROVALS NOT ACTIVE ARE REJECTED ON THE REPORT (OVLDRPT),
000170*   WHICH ENDS WITH EVERY ACTIVE APPROVAL ON FILE.  ENRLBAT
000180*   HONOURS AN ACTIVE APPROVAL WHEN AN ADD WOULD TAKE THE
000190*   STUDENT PAST THE TERM'S CREDIT MAXIMUM.  EACH RUN IS
000200*   RECORDED ON THE OPERATOR ACTIVITY LOG.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    OVLDMNT.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OVERLOAD-TRANSACTIONS ASSIGN TO "OVLDTRAN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TRAN-STATUS.

000370     SELECT OVERLOAD-FILE ASSIGN TO "OVLDAPPR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS OA-OVERLOAD-KEY
000410         FILE STATUS IS WS-OVLD-STATUS.

000420     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SM-STUDENT-ID
000460         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-MAST-STATUS.

000490     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TM-TERM-CODE
000530         FILE STATUS IS WS-TERM-STATUS.

000540     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CUROPER-STATUS.

000570     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-OPLOG-STATUS.

000600     SELECT OVERLOAD-RPT ASSIGN TO "OVLDRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  OVERLOAD-TRANSACTIONS.
000660 01  OT-OVERLOAD-TRANSACTION.
000670     05  OT-ACTION            PIC X(01).
000680         88  OT-ACTION-APPROVE VALUE "A".
000690         88  OT-ACTION-REVOKE VALUE "R".
000700     05  OT-STUDENT-ID        PIC 9(08).
000710     05  OT-TERM-CODE         PIC X(05).
000720     05  OT-MAX-CREDITS       PIC 9(02).
000730     05  OT-APPROVED-BY       PIC X(08).

000740 FD  OVERLOAD-FILE.
000750     COPY "ovldappr.cpy".

000760 FD  STUDENT-MASTER.
000770     COPY "studrec.cpy".

000780 FD  TERM-CONTROL.
000790     COPY "termrec.cpy".

000800 FD  CURRENT-OPERATOR.
000810     COPY "curoper.cpy".

000820 FD  OPERATOR-LOG.
000830     COPY "oplog.cpy".

000840 FD  OVERLOAD-RPT.
000850 01  OR-REPORT-LINE           PIC X(80).

000860 WORKING-STORAGE SECTION.
000870     COPY "runhdr.cpy".

000880 01  WS-SWITCHES.
000890     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000900         88  WS-EOF           VALUE "Y".
000910     05  WS-LIST-EOF-SWITCH   PIC X(01) VALUE "N".
000920         88  WS-LIST-EOF      VALUE "Y".
000930     05  WS-OVLD-OPEN-SWITCH  PIC X(01) VALUE "N".
000940         88  WS-OVLD-OPEN     VALUE "Y".

000950 01  WS-FILE-STATUSES.
000960     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
000970     05  WS-OVLD-STATUS       PIC X(02) VALUE "00".
000980     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000990     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001000     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001010     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001020     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001030 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001040 01  WS-COUNTERS COMP.
001050     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001060     05  WS-OVERLOADS-APPROVED PIC 9(05) VALUE ZERO.
001070     05  WS-OVERLOADS-REVOKED PIC 9(05) VALUE ZERO.
001080     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
001090     05  WS-ACTIVE-LISTED     PIC 9(05) VALUE ZERO.

001100 01  WS-REJECT-TEXT           PIC X(30).

001110 01  WS-EDIT-COUNTERS.
001120     05  WS-COUNT-ED          PIC ZZZZ9.
001130     05  WS-HOURS-ED          PIC Z9.

001140 01  WS-REPORT-LINE           PIC X(80).

001150*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001160     COPY "audchn.cpy".

001170 PROCEDURE DIVISION.

001180******************************************************************
001190* 0000-MAINLINE.
001200******************************************************************
001210 0000-MAINLINE.
001220     MOVE "OVLDMNT" TO RH-PROGRAM-NAME.
001230     CALL "BIZDATE" USING RH-RUN-DATE.
001240     ACCEPT RH-RUN-TIME FROM TIME.
001250     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001260         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001280     PERFORM 2000-APPLY-OVLD-TRAN THRU 2000-APPLY-OVLD-TRAN-EXIT
001290         UNTIL WS-EOF.
001300     PERFORM 2500-LIST-ACTIVE THRU 2500-LIST-ACTIVE-EXIT.
001310     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001320     ACCEPT RH-RUN-TIME FROM TIME.
001330     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001340         RH-RUN-TIME.
001350     STOP RUN.

001360******************************************************************
001370* 1000-INITIALIZE - RECORD THE OPERATOR AND OPEN FILES.
001380******************************************************************
001390 1000-INITIALIZE.
001400     OPEN OUTPUT OVERLOAD-RPT.
001410     MOVE "CREDIT-LOAD OVERLOAD APPROVAL MAINTENANCE REPORT"
001420         TO WS-REPORT-LINE.
001430     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
001440     MOVE "ACT STUDENT  TERM  HRS APPROVER OUTCOME"
001450         TO WS-REPORT-LINE.
001460     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.

001470     PERFORM 1100-RECORD-OPERATOR
001480         THRU 1100-RECORD-OPERATOR-EXIT.

001490     OPEN INPUT STUDENT-MASTER.
001500     OPEN INPUT TERM-CONTROL.
001510     OPEN I-O OVERLOAD-FILE.
001520     IF WS-OVLD-STATUS = "35"
001530         OPEN OUTPUT OVERLOAD-FILE
001540         CLOSE OVERLOAD-FILE
001550         OPEN I-O OVERLOAD-FILE
001560     END-IF.
001570     IF WS-OVLD-STATUS = "00"
001580         SET WS-OVLD-OPEN TO TRUE
001590     END-IF.

001600     OPEN INPUT OVERLOAD-TRANSACTIONS.
001610     IF WS-TRAN-STATUS NOT = "00"
001620         MOVE "  (NO OVERLOAD TRANSACTION FILE)" TO WS-REPORT-LINE
001630         WRITE OR-REPORT-LINE FROM WS-REPORT-LINE
001640         SET WS-EOF TO TRUE
001650         GO TO 1000-INITIALIZE-EXIT
001660     END-IF.

001670     PERFORM 2100-READ-TRANSACTION
001680         THRU 2100-READ-TRANSACTION-EXIT.
001690 1000-INITIALIZE-EXIT.
001700     EXIT.

001710******************************************************************
001720* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001730*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001740*                        AS THE STUDENT UPDATE DOES.
001750******************************************************************
001760 1100-RECORD-OPERATOR.
001770     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001780     OPEN INPUT CURRENT-OPERATOR.
001790     IF WS-CUROPER-STATUS = "00"
001800         READ CURRENT-OPERATOR
001810             AT END
001820                 CONTINUE
001830         END-READ
001840         IF WS-CUROPER-STATUS = "00"
001850             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
001860         END-IF
001870         CLOSE CURRENT-OPERATOR
001880     END-IF.
001890     OPEN EXTEND OPERATOR-LOG.
001900     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
001910         OPEN OUTPUT OPERATOR-LOG
001920     END-IF.
001930     IF WS-OPLOG-STATUS = "00"
001940         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
001950         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
001960         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
001970         ACCEPT OL-ACTIVITY-TIME FROM TIME
001980         SET AC-FILE-OPLOG TO TRUE
001990         MOVE SPACES TO AC-RECORD-BODY
002000         MOVE OL-ACTIVITY-RECORD (1:29)
002010             TO AC-RECORD-BODY (1:29)
002020         MOVE 29 TO AC-BODY-LENGTH
002030         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002040         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002050         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002060         WRITE OL-ACTIVITY-RECORD
002070         CLOSE OPERATOR-LOG
002080     END-IF.
002090 1100-RECORD-OPERATOR-EXIT.
002100     EXIT.

002110******************************************************************
002120* 2100-READ-TRANSACTION - GET THE NEXT OVERLOAD TRANSACTION.
002130******************************************************************
002140 2100-READ-TRANSACTION.
002150     READ OVERLOAD-TRANSACTIONS
002160         AT END
002170             SET WS-EOF TO TRUE
002180     END-READ.
002190 2100-READ-TRANSACTION-EXIT.
002200     EXIT.

002210******************************************************************
002220* 2000-APPLY-OVLD-TRAN - APPROVE OR REVOKE ONE OVERLOAD.
002230******************************************************************
002240 2000-APPLY-OVLD-TRAN.
002250     ADD 1 TO WS-RECORDS-READ.
002260     MOVE SPACES TO WS-REJECT-TEXT.

002270     IF NOT OT-ACTION-APPROVE AND NOT OT-ACTION-REVOKE
002280         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
002290         GO TO 2000-WRITE-OUTCOME
002300     END-IF.
002310     IF OT-ACTION-APPROVE
002320         IF OT-MAX-CREDITS NOT NUMERIC OR OT-MAX-CREDITS = ZERO
002330             MOVE "NO APPROVED HOURS" TO WS-REJECT-TEXT
002340             GO TO 2000-WRITE-OUTCOME
002350         END-IF
002360         IF OT-APPROVED-BY = SPACES
002370             MOVE "NO APPROVER NAMED" TO WS-REJECT-TEXT
002380             GO TO 2000-WRITE-OUTCOME
002390         END-IF
002400     END-IF.

002410     MOVE OT-STUDENT-ID TO SM-STUDENT-ID.
002420     READ STUDENT-MASTER
002430         INVALID KEY
002440             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002450     END-READ.
002460     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
002470         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002480     END-IF.
002490     IF WS-REJECT-TEXT NOT = SPACES
002500         GO TO 2000-WRITE-OUTCOME
002510     END-IF.

002520     MOVE OT-TERM-CODE TO TM-TERM-CODE.
002530     READ TERM-CONTROL
002540         INVALID KEY
002550             MOVE "TERM NOT ON FILE" TO WS-REJECT-TEXT
002560     END-READ.
002570     IF WS-REJECT-TEXT = SPACES AND WS-TERM-STATUS NOT = "00"
002580         MOVE "TERM NOT ON FILE" TO WS-REJECT-TEXT
002590     END-IF.
002600     IF WS-REJECT-TEXT NOT = SPACES
002610         GO TO 2000-WRITE-OUTCOME
002620     END-IF.

002630     IF OT-ACTION-APPROVE
002640         PERFORM 2200-APPROVE-OVERLOAD
002650             THRU 2200-APPROVE-OVERLOAD-EXIT
002660     ELSE
002670         PERFORM 2300-REVOKE-OVERLOAD
002680             THRU 2300-REVOKE-OVERLOAD-EXIT
002690     END-IF.

002700 2000-WRITE-OUTCOME.
002710     MOVE SPACES TO WS-REPORT-LINE.
002720     MOVE ZERO TO WS-HOURS-ED.
002730     IF OT-MAX-CREDITS NUMERIC
002740         MOVE OT-MAX-CREDITS TO WS-HOURS-ED
002750     END-IF.
002760     IF WS-REJECT-TEXT = SPACES
002770         STRING OT-ACTION       DELIMITED BY SIZE
002780                "   "           DELIMITED BY SIZE
002790                OT-STUDENT-ID   DELIMITED BY SIZE
002800                " "             DELIMITED BY SIZE
002810                OT-TERM-CODE    DELIMITED BY SIZE
002820                " "             DELIMITED BY SIZE
002830                WS-HOURS-ED     DELIMITED BY SIZE
002840                "  "            DELIMITED BY SIZE
002850                OT-APPROVED-BY  DELIMITED BY SIZE
002860                " APPLIED BY "  DELIMITED BY SIZE
002870                WS-CURRENT-USERNAME DELIMITED BY SIZE
002880             INTO WS-REPORT-LINE
002890     ELSE
002900         ADD 1 TO WS-RECORDS-REJECTED
002910         STRING OT-ACTION       DELIMITED BY SIZE
002920                "   "           DELIMITED BY SIZE
002930                OT-STUDENT-ID   DELIMITED BY SIZE
002940                " "             DELIMITED BY SIZE
002950                OT-TERM-CODE    DELIMITED BY SIZE
002960                " "             DELIMITED BY SIZE
002970                WS-HOURS-ED     DELIMITED BY SIZE
002980                "  "            DELIMITED BY SIZE
002990                OT-APPROVED-BY  DELIMITED BY SIZE
003000                " REJECTED - "  DELIMITED BY SIZE
003010                WS-REJECT-TEXT  DELIMITED BY SIZE
003020             INTO WS-REPORT-LINE
003030     END-IF.
003040     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.

003050     PERFORM 2100-READ-TRANSACTION
003060         THRU 2100-READ-TRANSACTION-EXIT.
003070 2000-APPLY-OVLD-TRAN-EXIT.
003080     EXIT.

003090******************************************************************
003100* 2200-APPROVE-OVERLOAD - WRITE, REPLACE OR REACTIVATE THE
003110*                         APPROVAL WITH APPROVER, OPERATOR AND
003120*                         DATE.
003130******************************************************************
003140 2200-APPROVE-OVERLOAD.
003150     MOVE OT-STUDENT-ID TO OA-STUDENT-ID.
003160     MOVE OT-TERM-CODE TO OA-TERM-CODE.
003170     MOVE OT-MAX-CREDITS TO OA-MAX-CREDITS.
003180     SET OA-ACTIVE TO TRUE.
003190     MOVE OT-APPROVED-BY TO OA-APPROVED-BY.
003200     MOVE WS-CURRENT-USERNAME TO OA-ENTERED-BY.
003210     MOVE RH-RUN-DATE TO OA-ENTERED-DATE.
003220     MOVE SPACES TO OA-REVOKED-BY.
003230     MOVE ZERO TO OA-REVOKE-DATE.
003240     WRITE OA-OVERLOAD-RECORD
003250         INVALID KEY
003260             REWRITE OA-OVERLOAD-RECORD
003270     END-WRITE.
003280     ADD 1 TO WS-OVERLOADS-APPROVED.
003290 2200-APPROVE-OVERLOAD-EXIT.
003300     EXIT.

003310******************************************************************
003320* 2300-REVOKE-OVERLOAD - FLIP AN ACTIVE APPROVAL TO REVOKED.
003330******************************************************************
003340 2300-REVOKE-OVERLOAD.
003350     MOVE OT-STUDENT-ID TO OA-STUDENT-ID.
003360     MOVE OT-TERM-CODE TO OA-TERM-CODE.
003370     READ OVERLOAD-FILE
003380         INVALID KEY
003390             MOVE "OVERLOAD NOT ON FILE" TO WS-REJECT-TEXT
003400     END-READ.
003410     IF WS-REJECT-TEXT NOT = SPACES
003420         GO TO 2300-REVOKE-OVERLOAD-EXIT
003430     END-IF.
003440     IF NOT OA-ACTIVE
003450         MOVE "OVERLOAD NOT ACTIVE" TO WS-REJECT-TEXT
003460         GO TO 2300-REVOKE-OVERLOAD-EXIT
003470     END-IF.
003480     SET OA-REVOKED TO TRUE.
003490     MOVE RH-RUN-DATE TO OA-REVOKE-DATE.
003500     MOVE WS-CURRENT-USERNAME TO OA-REVOKED-BY.
003510     REWRITE OA-OVERLOAD-RECORD.
003520     ADD 1 TO WS-OVERLOADS-REVOKED.
003530 2300-REVOKE-OVERLOAD-EXIT.
003540     EXIT.

003550******************************************************************
003560* 2500-LIST-ACTIVE - LIST EVERY ACTIVE APPROVAL NOW ON FILE,
003570*                    IN STUDENT AND TERM ORDER.
003580******************************************************************
003590 2500-LIST-ACTIVE.
003600     MOVE SPACES TO WS-REPORT-LINE.
003610     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
003620     MOVE "ACTIVE OVERLOAD APPROVALS" TO WS-REPORT-LINE.
003630     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
003640     MOVE "    STUDENT  TERM  HRS APPROVER ENTERED  BY"
003650         TO WS-REPORT-LINE.
003660     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
003670     IF NOT WS-OVLD-OPEN
003680         MOVE "  (OVERLOAD FILE NOT AVAILABLE)" TO WS-REPORT-LINE
003690         WRITE OR-REPORT-LINE FROM WS-REPORT-LINE
003700         GO TO 2500-LIST-ACTIVE-EXIT
003710     END-IF.
003720     MOVE LOW-VALUES TO OA-OVERLOAD-KEY.
003730     START OVERLOAD-FILE KEY IS NOT LESS THAN OA-OVERLOAD-KEY
003740         INVALID KEY
003750             SET WS-LIST-EOF TO TRUE
003760     END-START.
003770     PERFORM 2510-LIST-ONE THRU 2510-LIST-ONE-EXIT
003780         UNTIL WS-LIST-EOF.
003790 2500-LIST-ACTIVE-EXIT.
003800     EXIT.

003810******************************************************************
003820* 2510-LIST-ONE - ONE APPROVAL RECORD; ONLY ACTIVE ONES PRINT.
003830******************************************************************
003840 2510-LIST-ONE.
003850     READ OVERLOAD-FILE NEXT RECORD
003860         AT END
003870             SET WS-LIST-EOF TO TRUE
003880     END-READ.
003890     IF WS-OVLD-STATUS NOT = "00" AND NOT WS-LIST-EOF
003900         SET WS-LIST-EOF TO TRUE
003910     END-IF.
003920     IF WS-LIST-EOF
003930         GO TO 2510-LIST-ONE-EXIT
003940     END-IF.
003950     IF NOT OA-ACTIVE
003960         GO TO 2510-LIST-ONE-EXIT
003970     END-IF.
003980     ADD 1 TO WS-ACTIVE-LISTED.
003990     MOVE OA-MAX-CREDITS TO WS-HOURS-ED.
004000     MOVE SPACES TO WS-REPORT-LINE.
004010     STRING "    "          DELIMITED BY SIZE
004020            OA-STUDENT-ID   DELIMITED BY SIZE
004030            " "             DELIMITED BY SIZE
004040            OA-TERM-CODE    DELIMITED BY SIZE
004050            " "             DELIMITED BY SIZE
004060            WS-HOURS-ED     DELIMITED BY SIZE
004070            "  "            DELIMITED BY SIZE
004080            OA-APPROVED-BY  DELIMITED BY SIZE
004090            " "             DELIMITED BY SIZE
004100            OA-ENTERED-DATE DELIMITED BY SIZE
004110            " "             DELIMITED BY SIZE
004120            OA-ENTERED-BY   DELIMITED BY SIZE
004130         INTO WS-REPORT-LINE.
004140     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
004150 2510-LIST-ONE-EXIT.
004160     EXIT.

004170******************************************************************
004180* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
004190******************************************************************
004200 3000-FINISH.
004210     MOVE SPACES TO WS-REPORT-LINE.
004220     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
004230     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
004240     MOVE SPACES TO WS-REPORT-LINE.
004250     STRING "TRANSACTIONS READ:  " DELIMITED BY SIZE
004260            WS-COUNT-ED            DELIMITED BY SIZE
004270         INTO WS-REPORT-LINE.
004280     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
004290     MOVE WS-OVERLOADS-APPROVED TO WS-COUNT-ED.
004300     MOVE SPACES TO WS-REPORT-LINE.
004310     STRING "OVERLOADS APPROVED: " DELIMITED BY SIZE
004320            WS-COUNT-ED            DELIMITED BY SIZE
004330         INTO WS-REPORT-LINE.
004340     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
004350     MOVE WS-OVERLOADS-REVOKED TO WS-COUNT-ED.
004360     MOVE SPACES TO WS-REPORT-LINE.
004370     STRING "OVERLOADS REVOKED:  " DELIMITED BY SIZE
004380            WS-COUNT-ED            DELIMITED BY SIZE
004390         INTO WS-REPORT-LINE.
004400     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
004410     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
004420     MOVE SPACES TO WS-REPORT-LINE.
004430     STRING "REJECTED:           " DELIMITED BY SIZE
004440            WS-COUNT-ED            DELIMITED BY SIZE
004450         INTO WS-REPORT-LINE.
004460     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.
004470     MOVE WS-ACTIVE-LISTED TO WS-COUNT-ED.
004480     MOVE SPACES TO WS-REPORT-LINE.
004490     STRING "ACTIVE ON FILE:     " DELIMITED BY SIZE
004500            WS-COUNT-ED            DELIMITED BY SIZE
004510         INTO WS-REPORT-LINE.
004520     WRITE OR-REPORT-LINE FROM WS-REPORT-LINE.

004530     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
004540         CLOSE OVERLOAD-TRANSACTIONS
004550     END-IF.
004560     CLOSE OVERLOAD-FILE.
004570     CLOSE STUDENT-MASTER.
004580     CLOSE TERM-CONTROL.
004590     CLOSE OVERLOAD-RPT.

004600     IF WS-RECORDS-REJECTED > ZERO
004610         MOVE 4 TO RETURN-CODE
004620     ELSE
004630         MOVE 0 TO RETURN-CODE
004640     END-IF.
004650 3000-FINISH-EXIT.
004660     EXIT.

004670 END PROGRAM OVLDMNT.
