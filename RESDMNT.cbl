000010******************************************************************
000020* PROGRAM-ID : RESDMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   STUDENT RESIDENCY MAINTENANCE.  READS THE RESDTRAN
000090*   TRANSACTION FILE - "S" SETS A STUDENT'S RESIDENCY CLASS
000100*   (R = RESIDENT, N = NON-RESIDENT, I = INTERNATIONAL) FROM AN
000110*   EFFECTIVE TERM ON, "D" REMOVES A CLASSIFICATION KEYED IN
000120*   ERROR - AND APPLIES IT TO THE RESIDNCY FILE WITH THE
000130*   SIGNED-ON OPERATOR (CUROPER, AS THE STUDENT UPDATE DOES) AND
000140*   TODAY'S DATE RECORDED.  THE EFFECTIVE TERM MUST BE ON
000150*   TERMFILE; ITS START DATE IS STAMPED ON THE ROW SO THE
000160*   RESDVERS SERVICE CAN TELL WHICH CLASS WAS IN FORCE FOR ANY
000170*   TERM.  EVERY CHANGE APPLIED IS APPENDED TO THE RESDHIST
000180*   AUDIT TRAIL WITH THE CLASS BEFORE AND AFTER.  STUDENTS NOT
000190*   ON THE MASTER, BAD CLASSES, UNKNOWN TERMS, NO-CHANGE SETS
000200*   AND REMOVALS OF ROWS NOT ON FILE ARE REJECTED ON THE
000210*   REPORT.  EACH RUN IS RECORDED ON THE OPERATOR ACTIVITY LOG.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-10-15  RO   ORIGINAL PROGRAM.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    RESDMNT.
000280 AUTHOR.        R. OKONKWO.
000290 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000300 DATE-WRITTEN.  2026-10-15.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RESIDENCY-TRANSACTIONS ASSIGN TO "RESDTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRAN-STATUS.

000380     SELECT RESIDENCY-FILE ASSIGN TO "RESIDNCY"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS RS-RESIDENCY-KEY
000420         FILE STATUS IS WS-RESD-STATUS.

000430     SELECT RESIDENCY-HISTORY ASSIGN TO "RESDHIST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-HIST-STATUS.

000460     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SM-STUDENT-ID
000500         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-MAST-STATUS.

000530     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS TM-TERM-CODE
000570         FILE STATUS IS WS-TERM-STATUS.

000580     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CUROPER-STATUS.

000610     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OPLOG-STATUS.

000640     SELECT RESIDENCY-RPT ASSIGN TO "RESDRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RESIDENCY-TRANSACTIONS.
000700 01  RT-RESIDENCY-TRANSACTION.
000710     05  RT-ACTION            PIC X(01).
000720         88  RT-ACTION-SET    VALUE "S".
000730         88  RT-ACTION-DELETE VALUE "D".
000740     05  RT-STUDENT-ID        PIC 9(08).
000750     05  RT-EFFECTIVE-TERM    PIC X(05).
000760     05  RT-RESIDENCY-CLASS   PIC X(01).
000770         88  RT-VALID-CLASS   VALUES "R" "N" "I".

000780 FD  RESIDENCY-FILE.
000790     COPY "resdrec.cpy".

000800 FD  RESIDENCY-HISTORY.
000810     COPY "resdhist.cpy".

000820 FD  STUDENT-MASTER.
000830     COPY "studrec.cpy".

000840 FD  TERM-CONTROL.
000850     COPY "termrec.cpy".

000860 FD  CURRENT-OPERATOR.
000870     COPY "curoper.cpy".

000880 FD  OPERATOR-LOG.
000890     COPY "oplog.cpy".

000900 FD  RESIDENCY-RPT.
000910 01  RR-REPORT-LINE           PIC X(80).

000920 WORKING-STORAGE SECTION.
000930     COPY "runhdr.cpy".

000940 01  WS-SWITCHES.
000950     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000960         88  WS-EOF           VALUE "Y".

000970 01  WS-FILE-STATUSES.
000980     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
000990     05  WS-RESD-STATUS       PIC X(02) VALUE "00".
001000     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
001010     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001020     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001030     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001040     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001050     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001060 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001070 01  WS-COUNTERS COMP.
001080     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001090     05  WS-CLASSES-SET       PIC 9(05) VALUE ZERO.
001100     05  WS-CLASSES-REMOVED   PIC 9(05) VALUE ZERO.
001110     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

001120 01  WS-OLD-CLASS             PIC X(01).
001130 01  WS-TERM-START-DATE       PIC 9(08).

001140 01  WS-REJECT-TEXT           PIC X(30).

001150 01  WS-EDIT-COUNTERS.
001160     05  WS-COUNT-ED          PIC ZZZZ9.

001170 01  WS-REPORT-LINE           PIC X(80).

001180*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001190     COPY "audchn.cpy".

001200 PROCEDURE DIVISION.

001210******************************************************************
001220* 0000-MAINLINE.
001230******************************************************************
001240 0000-MAINLINE.
001250     MOVE "RESDMNT" TO RH-PROGRAM-NAME.
001260     CALL "BIZDATE" USING RH-RUN-DATE.
001270     ACCEPT RH-RUN-TIME FROM TIME.
001280     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001290         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001310     PERFORM 2000-APPLY-RESD-TRAN THRU 2000-APPLY-RESD-TRAN-EXIT
001320         UNTIL WS-EOF.
001330     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001340     ACCEPT RH-RUN-TIME FROM TIME.
001350     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001360         RH-RUN-TIME.
001370     STOP RUN.

001380******************************************************************
001390* 1000-INITIALIZE - RECORD THE OPERATOR AND OPEN FILES.
001400******************************************************************
001410 1000-INITIALIZE.
001420     OPEN OUTPUT RESIDENCY-RPT.
001430     MOVE "STUDENT RESIDENCY MAINTENANCE REPORT"
001440         TO WS-REPORT-LINE.
001450     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
001460     MOVE "ACT STUDENT   TERM  OLD NEW OUTCOME" TO WS-REPORT-LINE.
001470     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

001480     PERFORM 1100-RECORD-OPERATOR
001490         THRU 1100-RECORD-OPERATOR-EXIT.

001500     OPEN INPUT STUDENT-MASTER.
001510     OPEN INPUT TERM-CONTROL.
001520     OPEN I-O RESIDENCY-FILE.
001530     IF WS-RESD-STATUS = "35"
001540         OPEN OUTPUT RESIDENCY-FILE
001550         CLOSE RESIDENCY-FILE
001560         OPEN I-O RESIDENCY-FILE
001570     END-IF.
001580     OPEN EXTEND RESIDENCY-HISTORY.
001590     IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
001600         OPEN OUTPUT RESIDENCY-HISTORY
001610     END-IF.

001620     OPEN INPUT RESIDENCY-TRANSACTIONS.
001630     IF WS-TRAN-STATUS NOT = "00"
001640         MOVE "  (NO RESIDENCY TRANSACTION FILE)"
001650             TO WS-REPORT-LINE
001660         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
001670         SET WS-EOF TO TRUE
001680         GO TO 1000-INITIALIZE-EXIT
001690     END-IF.

001700     PERFORM 2100-READ-TRANSACTION
001710         THRU 2100-READ-TRANSACTION-EXIT.
001720 1000-INITIALIZE-EXIT.
001730     EXIT.

001740******************************************************************
001750* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001760*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001770*                        AS THE STUDENT UPDATE DOES.
001780******************************************************************
001790 1100-RECORD-OPERATOR.
001800     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001810     OPEN INPUT CURRENT-OPERATOR.
001820     IF WS-CUROPER-STATUS = "00"
001830         READ CURRENT-OPERATOR
001840             AT END
001850                 CONTINUE
001860         END-READ
001870         IF WS-CUROPER-STATUS = "00"
001880             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
001890         END-IF
001900         CLOSE CURRENT-OPERATOR
001910     END-IF.
001920     OPEN EXTEND OPERATOR-LOG.
001930     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
001940         OPEN OUTPUT OPERATOR-LOG
001950     END-IF.
001960     IF WS-OPLOG-STATUS = "00"
001970         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
001980         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
001990         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
002000         ACCEPT OL-ACTIVITY-TIME FROM TIME
002010         SET AC-FILE-OPLOG TO TRUE
002020         MOVE SPACES TO AC-RECORD-BODY
002030         MOVE OL-ACTIVITY-RECORD (1:29)
002040             TO AC-RECORD-BODY (1:29)
002050         MOVE 29 TO AC-BODY-LENGTH
002060         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002070         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002080         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002090         WRITE OL-ACTIVITY-RECORD
002100         CLOSE OPERATOR-LOG
002110     END-IF.
002120 1100-RECORD-OPERATOR-EXIT.
002130     EXIT.

002140******************************************************************
002150* 2100-READ-TRANSACTION - GET THE NEXT RESIDENCY TRANSACTION.
002160******************************************************************
002170 2100-READ-TRANSACTION.
002180     READ RESIDENCY-TRANSACTIONS
002190         AT END
002200             SET WS-EOF TO TRUE
002210     END-READ.
002220 2100-READ-TRANSACTION-EXIT.
002230     EXIT.

002240******************************************************************
002250* 2000-APPLY-RESD-TRAN - SET OR REMOVE ONE CLASSIFICATION.
002260******************************************************************
002270 2000-APPLY-RESD-TRAN.
002280     ADD 1 TO WS-RECORDS-READ.
002290     MOVE SPACES TO WS-REJECT-TEXT.
002300     MOVE SPACE TO WS-OLD-CLASS.

002310     IF NOT RT-ACTION-SET AND NOT RT-ACTION-DELETE
002320         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
002330         GO TO 2000-WRITE-OUTCOME
002340     END-IF.
002350     IF RT-ACTION-SET AND NOT RT-VALID-CLASS
002360         MOVE "BAD RESIDENCY CLASS" TO WS-REJECT-TEXT
002370         GO TO 2000-WRITE-OUTCOME
002380     END-IF.

002390     MOVE RT-STUDENT-ID TO SM-STUDENT-ID.
002400     READ STUDENT-MASTER
002410         INVALID KEY
002420             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002430     END-READ.
002440     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
002450         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002460     END-IF.
002470     IF WS-REJECT-TEXT NOT = SPACES
002480         GO TO 2000-WRITE-OUTCOME
002490     END-IF.

002500     IF RT-ACTION-SET
002510         PERFORM 2200-SET-CLASS THRU 2200-SET-CLASS-EXIT
002520     ELSE
002530         PERFORM 2300-REMOVE-CLASS THRU 2300-REMOVE-CLASS-EXIT
002540     END-IF.

002550 2000-WRITE-OUTCOME.
002560     MOVE SPACES TO WS-REPORT-LINE.
002570     IF WS-REJECT-TEXT = SPACES
002580         STRING RT-ACTION       DELIMITED BY SIZE
002590                "   "           DELIMITED BY SIZE
002600                RT-STUDENT-ID   DELIMITED BY SIZE
002610                "  "            DELIMITED BY SIZE
002620                RT-EFFECTIVE-TERM DELIMITED BY SIZE
002630                "   "           DELIMITED BY SIZE
002640                WS-OLD-CLASS    DELIMITED BY SIZE
002650                "   "           DELIMITED BY SIZE
002660                RT-RESIDENCY-CLASS DELIMITED BY SIZE
002670                "  APPLIED BY "  DELIMITED BY SIZE
002680                WS-CURRENT-USERNAME DELIMITED BY SIZE
002690             INTO WS-REPORT-LINE
002700     ELSE
002710         ADD 1 TO WS-RECORDS-REJECTED
002720         STRING RT-ACTION       DELIMITED BY SIZE
002730                "   "           DELIMITED BY SIZE
002740                RT-STUDENT-ID   DELIMITED BY SIZE
002750                "  "            DELIMITED BY SIZE
002760                RT-EFFECTIVE-TERM DELIMITED BY SIZE
002770                "   "           DELIMITED BY SIZE
002780                WS-OLD-CLASS    DELIMITED BY SIZE
002790                "   "           DELIMITED BY SIZE
002800                RT-RESIDENCY-CLASS DELIMITED BY SIZE
002810                "  REJECTED - "  DELIMITED BY SIZE
002820                WS-REJECT-TEXT  DELIMITED BY SIZE
002830             INTO WS-REPORT-LINE
002840     END-IF.
002850     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

002860     PERFORM 2100-READ-TRANSACTION
002870         THRU 2100-READ-TRANSACTION-EXIT.
002880 2000-APPLY-RESD-TRAN-EXIT.
002890     EXIT.

002900******************************************************************
002910* 2200-SET-CLASS - WRITE OR CHANGE THE CLASSIFICATION FOR THE
002920*                  EFFECTIVE TERM, STAMPED WITH THE TERM'S
002930*                  START DATE, THE OPERATOR AND THE DATE.
002940******************************************************************
002950 2200-SET-CLASS.
002960     MOVE RT-EFFECTIVE-TERM TO TM-TERM-CODE.
002970     READ TERM-CONTROL
002980         INVALID KEY
002990             CONTINUE
003000     END-READ.
003010     IF WS-TERM-STATUS NOT = "00"
003020             OR TM-START-DATE NOT NUMERIC
003030             OR TM-START-DATE = ZERO
003040         MOVE "TERM NOT ON TERM FILE" TO WS-REJECT-TEXT
003050         GO TO 2200-SET-CLASS-EXIT
003060     END-IF.
003070     MOVE TM-START-DATE TO WS-TERM-START-DATE.

003080     MOVE RT-STUDENT-ID TO RS-STUDENT-ID.
003090     MOVE RT-EFFECTIVE-TERM TO RS-EFFECTIVE-TERM.
003100     READ RESIDENCY-FILE
003110         INVALID KEY
003120             CONTINUE
003130     END-READ.
003140     IF WS-RESD-STATUS = "00"
003150         MOVE RS-RESIDENCY-CLASS TO WS-OLD-CLASS
003160         IF RS-RESIDENCY-CLASS = RT-RESIDENCY-CLASS
003170             MOVE "CLASS ALREADY SET" TO WS-REJECT-TEXT
003180             GO TO 2200-SET-CLASS-EXIT
003190         END-IF
003200     END-IF.

003210     MOVE RT-STUDENT-ID TO RS-STUDENT-ID.
003220     MOVE RT-EFFECTIVE-TERM TO RS-EFFECTIVE-TERM.
003230     MOVE WS-TERM-START-DATE TO RS-EFFECTIVE-DATE.
003240     MOVE RT-RESIDENCY-CLASS TO RS-RESIDENCY-CLASS.
003250     MOVE WS-CURRENT-USERNAME TO RS-CHANGED-BY.
003260     MOVE RH-RUN-DATE TO RS-CHANGED-DATE.
003270     WRITE RS-RESIDENCY-RECORD
003280         INVALID KEY
003290             REWRITE RS-RESIDENCY-RECORD
003300     END-WRITE.
003310     ADD 1 TO WS-CLASSES-SET.
003320     PERFORM 2400-WRITE-HISTORY THRU 2400-WRITE-HISTORY-EXIT.
003330 2200-SET-CLASS-EXIT.
003340     EXIT.

003350******************************************************************
003360* 2300-REMOVE-CLASS - DELETE A CLASSIFICATION KEYED IN ERROR.
003370******************************************************************
003380 2300-REMOVE-CLASS.
003390     MOVE RT-STUDENT-ID TO RS-STUDENT-ID.
003400     MOVE RT-EFFECTIVE-TERM TO RS-EFFECTIVE-TERM.
003410     READ RESIDENCY-FILE
003420         INVALID KEY
003430             MOVE "CLASSIFICATION NOT ON FILE" TO WS-REJECT-TEXT
003440     END-READ.
003450     IF WS-REJECT-TEXT NOT = SPACES
003460         GO TO 2300-REMOVE-CLASS-EXIT
003470     END-IF.
003480     MOVE RS-RESIDENCY-CLASS TO WS-OLD-CLASS.
003490     DELETE RESIDENCY-FILE RECORD.
003500     ADD 1 TO WS-CLASSES-REMOVED.
003510     PERFORM 2400-WRITE-HISTORY THRU 2400-WRITE-HISTORY-EXIT.
003520 2300-REMOVE-CLASS-EXIT.
003530     EXIT.

003540******************************************************************
003550* 2400-WRITE-HISTORY - ONE AUDIT TRAIL ENTRY FOR THE CHANGE.
003560******************************************************************
003570 2400-WRITE-HISTORY.
003580     IF WS-HIST-STATUS NOT = "00"
003590         GO TO 2400-WRITE-HISTORY-EXIT
003600     END-IF.
003610     MOVE RT-STUDENT-ID TO RY-STUDENT-ID.
003620     MOVE RT-EFFECTIVE-TERM TO RY-EFFECTIVE-TERM.
003630     MOVE RT-ACTION TO RY-ACTION.
003640     MOVE WS-OLD-CLASS TO RY-OLD-CLASS.
003650     IF RT-ACTION-SET
003660         MOVE RT-RESIDENCY-CLASS TO RY-NEW-CLASS
003670     ELSE
003680         MOVE SPACE TO RY-NEW-CLASS
003690     END-IF.
003700     MOVE WS-CURRENT-USERNAME TO RY-CHANGED-BY.
003710     MOVE RH-RUN-DATE TO RY-CHANGED-DATE.
003720     ACCEPT RY-CHANGED-TIME FROM TIME.
003730     WRITE RY-HISTORY-RECORD.
003740 2400-WRITE-HISTORY-EXIT.
003750     EXIT.

003760******************************************************************
003770* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
003780******************************************************************
003790 3000-FINISH.
003800     MOVE SPACES TO WS-REPORT-LINE.
003810     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
003820     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
003830     MOVE SPACES TO WS-REPORT-LINE.
003840     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
003850            WS-COUNT-ED           DELIMITED BY SIZE
003860         INTO WS-REPORT-LINE.
003870     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
003880     MOVE WS-CLASSES-SET TO WS-COUNT-ED.
003890     MOVE SPACES TO WS-REPORT-LINE.
003900     STRING "CLASSES SET:       " DELIMITED BY SIZE
003910            WS-COUNT-ED           DELIMITED BY SIZE
003920         INTO WS-REPORT-LINE.
003930     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
003940     MOVE WS-CLASSES-REMOVED TO WS-COUNT-ED.
003950     MOVE SPACES TO WS-REPORT-LINE.
003960     STRING "CLASSES REMOVED:   " DELIMITED BY SIZE
003970            WS-COUNT-ED           DELIMITED BY SIZE
003980         INTO WS-REPORT-LINE.
003990     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004000     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
004010     MOVE SPACES TO WS-REPORT-LINE.
004020     STRING "REJECTED:          " DELIMITED BY SIZE
004030            WS-COUNT-ED           DELIMITED BY SIZE
004040         INTO WS-REPORT-LINE.
004050     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

004060     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
004070         CLOSE RESIDENCY-TRANSACTIONS
004080     END-IF.
004090     CLOSE RESIDENCY-FILE.
004100     CLOSE RESIDENCY-HISTORY.
004110     CLOSE STUDENT-MASTER.
004120     CLOSE TERM-CONTROL.
004130     CLOSE RESIDENCY-RPT.

004140     IF WS-RECORDS-REJECTED > ZERO
004150         MOVE 4 TO RETURN-CODE
004160     ELSE
004170         MOVE 0 TO RETURN-CODE
004180     END-IF.
004190 3000-FINISH-EXIT.
004200     EXIT.

004210 END PROGRAM RESDMNT.
