000010******************************************************************
000020* PROGRAM-ID : PROGMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   PROGRAM-OF-STUDY MAINTENANCE.  READS THE PROGTRAN
000090*   TRANSACTION FILE - "A" DECLARES A SECOND MAJOR ("M"), A
000100*   MINOR ("N"), OR A CONCENTRATION ("C") FOR A STUDENT, "D"
000110*   DROPS AN ACTIVE DECLARATION, "C" MARKS ONE COMPLETED - AND
000120*   APPLIES IT TO THE PROGRAM-OF-STUDY FILE (PROGSTDY) WITH THE
000130*   SIGNED-ON OPERATOR (CUROPER, AS HOLDMNT DOES) AND TODAY'S
000140*   DATE RECORDED.  A DECLARATION TAKES THE STUDENT'S NEXT FREE
000150*   SEQUENCE NUMBER AND IS DATED FROM THE TRANSACTION (TODAY
000160*   WHEN BLANK).  STUDENTS NOT ON THE MASTER, BAD ACTION OR
000170*   PROGRAM TYPES, CODES NOT ACTIVE ON THE MAJOR-CODE REFERENCE
000180*   FILE (MAJORREF), A SECOND MAJOR THAT IS ALREADY THE
000190*   STUDENT'S PRIMARY MAJOR, A PROGRAM ALREADY ACTIVE, AND DROPS
000200*   OR COMPLETIONS OF PROGRAMS NOT ACTIVE ARE REJECTED ON THE
000210*   REPORT (PROGRPT).  THE PRIMARY MAJOR ITSELF IS STILL
000220*   MAINTAINED ON THE STUDENT MASTER.  EACH RUN IS RECORDED ON
000230*   THE OPERATOR ACTIVITY LOG.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-10-15  RO   ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PROGMNT.
000300 AUTHOR.        R. OKONKWO.
000310 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000320 DATE-WRITTEN.  2026-10-15.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PROGRAM-TRANSACTIONS ASSIGN TO "PROGTRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRAN-STATUS.

000400     SELECT PROGRAM-FILE ASSIGN TO "PROGSTDY"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PO-PROGRAM-KEY
000440         FILE STATUS IS WS-PROG-STATUS.

000450     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SM-STUDENT-ID
000490         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-MAST-STATUS.

000520     SELECT MAJOR-REFERENCE ASSIGN TO "MAJORREF"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MJ-MAJOR-CODE
000560         FILE STATUS IS WS-REF-STATUS.

000570     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CUROPER-STATUS.

000600     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-OPLOG-STATUS.

000630     SELECT PROGRAM-RPT ASSIGN TO "PROGRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PROGRAM-TRANSACTIONS.
000690 01  PT-PROGRAM-TRANSACTION.
000700     05  PT-ACTION            PIC X(01).
000710         88  PT-ACTION-DECLARE VALUE "A".
000720         88  PT-ACTION-DROP   VALUE "D".
000730         88  PT-ACTION-COMPLETE VALUE "C".
000740     05  PT-STUDENT-ID        PIC 9(08).
000750     05  PT-PROGRAM-TYPE      PIC X(01).
000760         88  PT-TYPE-MAJOR    VALUE "M".
000770         88  PT-TYPE-VALID    VALUES "M" "N" "C".
000780     05  PT-PROGRAM-CODE      PIC X(04).
000790     05  PT-DECLARED-DATE     PIC 9(08).

000800 FD  PROGRAM-FILE.
000810     COPY "progstdy.cpy".

000820 FD  STUDENT-MASTER.
000830     COPY "studrec.cpy".

000840 FD  MAJOR-REFERENCE.
000850     COPY "mjrrec.cpy".

000860 FD  CURRENT-OPERATOR.
000870     COPY "curoper.cpy".

000880 FD  OPERATOR-LOG.
000890     COPY "oplog.cpy".

000900 FD  PROGRAM-RPT.
000910 01  PR-REPORT-LINE           PIC X(80).

000920 WORKING-STORAGE SECTION.
000930     COPY "runhdr.cpy".

000940 01  WS-SWITCHES.
000950     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000960         88  WS-EOF           VALUE "Y".
000970     05  WS-SCAN-SWITCH       PIC X(01) VALUE "N".
000980         88  WS-SCAN-DONE     VALUE "Y".

000990 01  WS-FILE-STATUSES.
001000     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001010     05  WS-PROG-STATUS       PIC X(02) VALUE "00".
001020     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001030     05  WS-REF-STATUS        PIC X(02) VALUE "00".
001040     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001050     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001060     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001070 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001080 01  WS-COUNTERS COMP.
001090     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001100     05  WS-PROGRAMS-DECLARED PIC 9(05) VALUE ZERO.
001110     05  WS-PROGRAMS-DROPPED  PIC 9(05) VALUE ZERO.
001120     05  WS-PROGRAMS-COMPLETED PIC 9(05) VALUE ZERO.
001130     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

001140*    WHAT THE WALK OF THE STUDENT'S PROGRAMS FOUND: THE HIGHEST
001150*    SEQUENCE IN USE AND THE ACTIVE RECORD MATCHING THE
001160*    TRANSACTION'S TYPE AND CODE, IF ANY.
001170 01  WS-STUDENT-SCAN.
001180     05  WS-HIGH-SEQUENCE     PIC 9(02).
001190     05  WS-MATCH-SEQUENCE    PIC 9(02).

001200 01  WS-REJECT-TEXT           PIC X(30).

001210 01  WS-EDIT-COUNTERS.
001220     05  WS-COUNT-ED          PIC ZZZZ9.

001230 01  WS-REPORT-LINE           PIC X(80).

001240*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001250     COPY "audchn.cpy".

001260 PROCEDURE DIVISION.

001270******************************************************************
001280* 0000-MAINLINE.
001290******************************************************************
001300 0000-MAINLINE.
001310     MOVE "PROGMNT" TO RH-PROGRAM-NAME.
001320     CALL "BIZDATE" USING RH-RUN-DATE.
001330     ACCEPT RH-RUN-TIME FROM TIME.
001340     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001350         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001370     PERFORM 2000-APPLY-PROG-TRAN THRU 2000-APPLY-PROG-TRAN-EXIT
001380         UNTIL WS-EOF.
001390     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001400     ACCEPT RH-RUN-TIME FROM TIME.
001410     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001420         RH-RUN-TIME.
001430     STOP RUN.

001440******************************************************************
001450* 1000-INITIALIZE - RECORD THE OPERATOR AND OPEN FILES.
001460******************************************************************
001470 1000-INITIALIZE.
001480     OPEN OUTPUT PROGRAM-RPT.
001490     MOVE "PROGRAM-OF-STUDY MAINTENANCE REPORT"
001500         TO WS-REPORT-LINE.
001510     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
001520     MOVE "ACT STUDENT  TYPE CODE OUTCOME" TO WS-REPORT-LINE.
001530     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

001540     PERFORM 1100-RECORD-OPERATOR
001550         THRU 1100-RECORD-OPERATOR-EXIT.

001560     OPEN INPUT STUDENT-MASTER.
001570     OPEN INPUT MAJOR-REFERENCE.
001580     OPEN I-O PROGRAM-FILE.
001590     IF WS-PROG-STATUS = "35"
001600         OPEN OUTPUT PROGRAM-FILE
001610         CLOSE PROGRAM-FILE
001620         OPEN I-O PROGRAM-FILE
001630     END-IF.

001640     OPEN INPUT PROGRAM-TRANSACTIONS.
001650     IF WS-TRAN-STATUS NOT = "00"
001660         MOVE "  (NO PROGRAM TRANSACTION FILE)" TO WS-REPORT-LINE
001670         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
001680         SET WS-EOF TO TRUE
001690         GO TO 1000-INITIALIZE-EXIT
001700     END-IF.

001710     PERFORM 2100-READ-TRANSACTION
001720         THRU 2100-READ-TRANSACTION-EXIT.
001730 1000-INITIALIZE-EXIT.
001740     EXIT.

001750******************************************************************
001760* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001770*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001780*                        AS THE STUDENT UPDATE DOES.
001790******************************************************************
001800 1100-RECORD-OPERATOR.
001810     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001820     OPEN INPUT CURRENT-OPERATOR.
001830     IF WS-CUROPER-STATUS = "00"
001840         READ CURRENT-OPERATOR
001850             AT END
001860                 CONTINUE
001870         END-READ
001880         IF WS-CUROPER-STATUS = "00"
001890             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
001900         END-IF
001910         CLOSE CURRENT-OPERATOR
001920     END-IF.
001930     OPEN EXTEND OPERATOR-LOG.
001940     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
001950         OPEN OUTPUT OPERATOR-LOG
001960     END-IF.
001970     IF WS-OPLOG-STATUS = "00"
001980         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
001990         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
002000         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
002010         ACCEPT OL-ACTIVITY-TIME FROM TIME
002020         SET AC-FILE-OPLOG TO TRUE
002030         MOVE SPACES TO AC-RECORD-BODY
002040         MOVE OL-ACTIVITY-RECORD (1:29)
002050             TO AC-RECORD-BODY (1:29)
002060         MOVE 29 TO AC-BODY-LENGTH
002070         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002080         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002090         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002100         WRITE OL-ACTIVITY-RECORD
002110         CLOSE OPERATOR-LOG
002120     END-IF.
002130 1100-RECORD-OPERATOR-EXIT.
002140     EXIT.

002150******************************************************************
002160* 2100-READ-TRANSACTION - GET THE NEXT PROGRAM TRANSACTION.
002170******************************************************************
002180 2100-READ-TRANSACTION.
002190     READ PROGRAM-TRANSACTIONS
002200         AT END
002210             SET WS-EOF TO TRUE
002220     END-READ.
002230 2100-READ-TRANSACTION-EXIT.
002240     EXIT.

002250******************************************************************
002260* 2000-APPLY-PROG-TRAN - DECLARE, DROP, OR COMPLETE ONE PROGRAM.
002270******************************************************************
002280 2000-APPLY-PROG-TRAN.
002290     ADD 1 TO WS-RECORDS-READ.
002300     MOVE SPACES TO WS-REJECT-TEXT.

002310     IF NOT PT-ACTION-DECLARE AND NOT PT-ACTION-DROP
002320             AND NOT PT-ACTION-COMPLETE
002330         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
002340         GO TO 2000-WRITE-OUTCOME
002350     END-IF.
002360     IF NOT PT-TYPE-VALID
002370         MOVE "BAD PROGRAM TYPE" TO WS-REJECT-TEXT
002380         GO TO 2000-WRITE-OUTCOME
002390     END-IF.

002400     MOVE PT-STUDENT-ID TO SM-STUDENT-ID.
002410     READ STUDENT-MASTER
002420         INVALID KEY
002430             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002440     END-READ.
002450     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
002460         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002470     END-IF.
002480     IF WS-REJECT-TEXT NOT = SPACES
002490         GO TO 2000-WRITE-OUTCOME
002500     END-IF.

002510     PERFORM 2150-SCAN-STUDENT THRU 2150-SCAN-STUDENT-EXIT.

002520     IF PT-ACTION-DECLARE
002530         PERFORM 2200-DECLARE-PROGRAM
002540             THRU 2200-DECLARE-PROGRAM-EXIT
002550     ELSE
002560         PERFORM 2300-CLOSE-PROGRAM THRU 2300-CLOSE-PROGRAM-EXIT
002570     END-IF.

002580 2000-WRITE-OUTCOME.
002590     MOVE SPACES TO WS-REPORT-LINE.
002600     IF WS-REJECT-TEXT = SPACES
002610         STRING PT-ACTION       DELIMITED BY SIZE
002620                "   "           DELIMITED BY SIZE
002630                PT-STUDENT-ID   DELIMITED BY SIZE
002640                " "             DELIMITED BY SIZE
002650                PT-PROGRAM-TYPE DELIMITED BY SIZE
002660                "    "          DELIMITED BY SIZE
002670                PT-PROGRAM-CODE DELIMITED BY SIZE
002680                " APPLIED BY "  DELIMITED BY SIZE
002690                WS-CURRENT-USERNAME DELIMITED BY SIZE
002700             INTO WS-REPORT-LINE
002710     ELSE
002720         ADD 1 TO WS-RECORDS-REJECTED
002730         STRING PT-ACTION       DELIMITED BY SIZE
002740                "   "           DELIMITED BY SIZE
002750                PT-STUDENT-ID   DELIMITED BY SIZE
002760                " "             DELIMITED BY SIZE
002770                PT-PROGRAM-TYPE DELIMITED BY SIZE
002780                "    "          DELIMITED BY SIZE
002790                PT-PROGRAM-CODE DELIMITED BY SIZE
002800                " REJECTED - "  DELIMITED BY SIZE
002810                WS-REJECT-TEXT  DELIMITED BY SIZE
002820             INTO WS-REPORT-LINE
002830     END-IF.
002840     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

002850     PERFORM 2100-READ-TRANSACTION
002860         THRU 2100-READ-TRANSACTION-EXIT.
002870 2000-APPLY-PROG-TRAN-EXIT.
002880     EXIT.

002890******************************************************************
002900* 2150-SCAN-STUDENT - WALK THE STUDENT'S PROGRAMS FOR THE HIGHEST
002910*                     SEQUENCE IN USE AND AN ACTIVE RECORD OF THE
002920*                     SAME TYPE AND CODE.
002930******************************************************************
002940 2150-SCAN-STUDENT.
002950     MOVE ZERO TO WS-HIGH-SEQUENCE.
002960     MOVE ZERO TO WS-MATCH-SEQUENCE.
002970     MOVE "N" TO WS-SCAN-SWITCH.
002980     MOVE PT-STUDENT-ID TO PO-STUDENT-ID.
002990     MOVE ZERO TO PO-SEQUENCE.
003000     START PROGRAM-FILE KEY IS NOT LESS THAN PO-PROGRAM-KEY
003010         INVALID KEY
003020             SET WS-SCAN-DONE TO TRUE
003030     END-START.
003040     PERFORM 2160-SCAN-ONE THRU 2160-SCAN-ONE-EXIT
003050         UNTIL WS-SCAN-DONE.
003060 2150-SCAN-STUDENT-EXIT.
003070     EXIT.

003080******************************************************************
003090* 2160-SCAN-ONE - EXAMINE ONE PROGRAM RECORD OF THE STUDENT.
003100******************************************************************
003110 2160-SCAN-ONE.
003120     READ PROGRAM-FILE NEXT RECORD
003130         AT END
003140             SET WS-SCAN-DONE TO TRUE
003150             GO TO 2160-SCAN-ONE-EXIT
003160     END-READ.
003170     IF WS-PROG-STATUS NOT = "00"
003180             OR PO-STUDENT-ID NOT = PT-STUDENT-ID
003190         SET WS-SCAN-DONE TO TRUE
003200         GO TO 2160-SCAN-ONE-EXIT
003210     END-IF.
003220     MOVE PO-SEQUENCE TO WS-HIGH-SEQUENCE.
003230     IF PO-ACTIVE AND PO-PROGRAM-TYPE = PT-PROGRAM-TYPE
003240             AND PO-PROGRAM-CODE = PT-PROGRAM-CODE
003250         MOVE PO-SEQUENCE TO WS-MATCH-SEQUENCE
003260     END-IF.
003270 2160-SCAN-ONE-EXIT.
003280     EXIT.

003290******************************************************************
003300* 2200-DECLARE-PROGRAM - VALIDATE THE CODE AGAINST MAJORREF AND
003310*                        WRITE THE DECLARATION UNDER THE NEXT
003320*                        SEQUENCE.
003330******************************************************************
003340 2200-DECLARE-PROGRAM.
003350     MOVE PT-PROGRAM-CODE TO MJ-MAJOR-CODE.
003360     READ MAJOR-REFERENCE
003370         INVALID KEY
003380             MOVE "CODE NOT ON MAJORREF" TO WS-REJECT-TEXT
003390             GO TO 2200-DECLARE-PROGRAM-EXIT
003400     END-READ.
003410     IF WS-REF-STATUS NOT = "00"
003420         MOVE "CODE NOT ON MAJORREF" TO WS-REJECT-TEXT
003430         GO TO 2200-DECLARE-PROGRAM-EXIT
003440     END-IF.
003450     IF NOT MJ-ACTIVE
003460         MOVE "CODE INACTIVE ON MAJORREF" TO WS-REJECT-TEXT
003470         GO TO 2200-DECLARE-PROGRAM-EXIT
003480     END-IF.
003490     IF PT-TYPE-MAJOR AND PT-PROGRAM-CODE = SM-MAJOR-CODE
003500         MOVE "ALREADY THE PRIMARY MAJOR" TO WS-REJECT-TEXT
003510         GO TO 2200-DECLARE-PROGRAM-EXIT
003520     END-IF.
003530     IF WS-MATCH-SEQUENCE NOT = ZERO
003540         MOVE "PROGRAM ALREADY ACTIVE" TO WS-REJECT-TEXT
003550         GO TO 2200-DECLARE-PROGRAM-EXIT
003560     END-IF.
003570     IF WS-HIGH-SEQUENCE >= 99
003580         MOVE "NO PROGRAM SEQUENCE LEFT" TO WS-REJECT-TEXT
003590         GO TO 2200-DECLARE-PROGRAM-EXIT
003600     END-IF.

003610     MOVE PT-STUDENT-ID TO PO-STUDENT-ID.
003620     ADD 1 WS-HIGH-SEQUENCE GIVING PO-SEQUENCE.
003630     MOVE PT-PROGRAM-TYPE TO PO-PROGRAM-TYPE.
003640     MOVE PT-PROGRAM-CODE TO PO-PROGRAM-CODE.
003650     IF PT-DECLARED-DATE IS NUMERIC AND PT-DECLARED-DATE > ZERO
003660         MOVE PT-DECLARED-DATE TO PO-DECLARED-DATE
003670     ELSE
003680         MOVE RH-RUN-DATE TO PO-DECLARED-DATE
003690     END-IF.
003700     SET PO-ACTIVE TO TRUE.
003710     MOVE RH-RUN-DATE TO PO-STATUS-DATE.
003720     MOVE WS-CURRENT-USERNAME TO PO-ENTERED-BY.
003730     MOVE SPACES TO PO-CHANGED-BY.
003740     WRITE PO-PROGRAM-RECORD
003750         INVALID KEY
003760             MOVE "PROGRAM FILE WRITE FAILED" TO WS-REJECT-TEXT
003770             GO TO 2200-DECLARE-PROGRAM-EXIT
003780     END-WRITE.
003790     ADD 1 TO WS-PROGRAMS-DECLARED.
003800 2200-DECLARE-PROGRAM-EXIT.
003810     EXIT.

003820******************************************************************
003830* 2300-CLOSE-PROGRAM - DROP OR COMPLETE AN ACTIVE DECLARATION.
003840******************************************************************
003850 2300-CLOSE-PROGRAM.
003860     IF WS-MATCH-SEQUENCE = ZERO
003870         MOVE "PROGRAM NOT ACTIVE" TO WS-REJECT-TEXT
003880         GO TO 2300-CLOSE-PROGRAM-EXIT
003890     END-IF.
003900     MOVE PT-STUDENT-ID TO PO-STUDENT-ID.
003910     MOVE WS-MATCH-SEQUENCE TO PO-SEQUENCE.
003920     READ PROGRAM-FILE
003930         INVALID KEY
003940             MOVE "PROGRAM NOT ACTIVE" TO WS-REJECT-TEXT
003950             GO TO 2300-CLOSE-PROGRAM-EXIT
003960     END-READ.
003970     IF PT-ACTION-DROP
003980         SET PO-DROPPED TO TRUE
003990         ADD 1 TO WS-PROGRAMS-DROPPED
004000     ELSE
004010         SET PO-COMPLETED TO TRUE
004020         ADD 1 TO WS-PROGRAMS-COMPLETED
004030     END-IF.
004040     MOVE RH-RUN-DATE TO PO-STATUS-DATE.
004050     MOVE WS-CURRENT-USERNAME TO PO-CHANGED-BY.
004060     REWRITE PO-PROGRAM-RECORD.
004070 2300-CLOSE-PROGRAM-EXIT.
004080     EXIT.

004090******************************************************************
004100* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
004110******************************************************************
004120 3000-FINISH.
004130     MOVE SPACES TO WS-REPORT-LINE.
004140     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004150     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
004160     MOVE SPACES TO WS-REPORT-LINE.
004170     STRING "TRANSACTIONS READ:  " DELIMITED BY SIZE
004180            WS-COUNT-ED            DELIMITED BY SIZE
004190         INTO WS-REPORT-LINE.
004200     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004210     MOVE WS-PROGRAMS-DECLARED TO WS-COUNT-ED.
004220     MOVE SPACES TO WS-REPORT-LINE.
004230     STRING "PROGRAMS DECLARED:  " DELIMITED BY SIZE
004240            WS-COUNT-ED            DELIMITED BY SIZE
004250         INTO WS-REPORT-LINE.
004260     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004270     MOVE WS-PROGRAMS-DROPPED TO WS-COUNT-ED.
004280     MOVE SPACES TO WS-REPORT-LINE.
004290     STRING "PROGRAMS DROPPED:   " DELIMITED BY SIZE
004300            WS-COUNT-ED            DELIMITED BY SIZE
004310         INTO WS-REPORT-LINE.
004320     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004330     MOVE WS-PROGRAMS-COMPLETED TO WS-COUNT-ED.
004340     MOVE SPACES TO WS-REPORT-LINE.
004350     STRING "PROGRAMS COMPLETED: " DELIMITED BY SIZE
004360            WS-COUNT-ED            DELIMITED BY SIZE
004370         INTO WS-REPORT-LINE.
004380     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004390     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
004400     MOVE SPACES TO WS-REPORT-LINE.
004410     STRING "REJECTED:           " DELIMITED BY SIZE
004420            WS-COUNT-ED            DELIMITED BY SIZE
004430         INTO WS-REPORT-LINE.
004440     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

004450     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
004460         CLOSE PROGRAM-TRANSACTIONS
004470     END-IF.
004480     CLOSE PROGRAM-FILE.
004490     CLOSE MAJOR-REFERENCE.
004500     CLOSE STUDENT-MASTER.
004510     CLOSE PROGRAM-RPT.

004520     IF WS-RECORDS-REJECTED > ZERO
004530         MOVE 4 TO RETURN-CODE
004540     ELSE
004550         MOVE 0 TO RETURN-CODE
004560     END-IF.
004570 3000-FINISH-EXIT.
004580     EXIT.

004590 END PROGRAM PROGMNT.
