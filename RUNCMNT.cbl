000010******************************************************************
000020* PROGRAM-ID : RUNCMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   RUN-CONTROL LIBRARY MAINTENANCE.  READS THE RUNCTRAN
000090*   TRANSACTION FILE - "S" SETS A TERM SETTING (CURRENT "C",
000100*   REGISTRATION "R", OR GRADING "G"), SITE-WIDE WHEN THE JOB
000110*   NAME IS BLANK OR AS AN OVERRIDE FOR ONE JOB WHEN IT IS
000120*   GIVEN; "D" DELETES A JOB'S OVERRIDE SO THE JOB GOES BACK TO
000130*   THE SITE-WIDE SETTING - AND APPLIES IT TO THE LIBRARY
000140*   (RUNCTL) WITH THE SIGNED-ON OPERATOR (CUROPER) AND TODAY'S
000150*   DATE.  A TERM NOT ON TERMFILE, A BAD ACTION OR SETTING, AND
000160*   A DELETE OF A SITE-WIDE SETTING OR OF AN OVERRIDE NOT ON
000170*   FILE ARE REJECTED ON THE REPORT (RUNCRPT), WHICH ENDS WITH
000180*   THE WHOLE LIBRARY AS IT NOW STANDS, EACH TERM RECHECKED
000190*   AGAINST TERMFILE.  EACH RUN IS RECORDED ON THE OPERATOR
000200*   ACTIVITY LOG.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    RUNCMNT.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RUN-TRANSACTIONS ASSIGN TO "RUNCTRAN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TRAN-STATUS.

000370     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RB-CONTROL-KEY
000410         FILE STATUS IS WS-CTL-STATUS.

000420     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS TM-TERM-CODE
000460         FILE STATUS IS WS-TERM-STATUS.

000470     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CUROPER-STATUS.

000500     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-OPLOG-STATUS.

000530     SELECT RUN-CONTROL-RPT ASSIGN TO "RUNCRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RUN-TRANSACTIONS.
000590 01  RW-RUN-TRANSACTION.
000600     05  RW-ACTION            PIC X(01).
000610         88  RW-ACTION-SET    VALUE "S".
000620         88  RW-ACTION-DELETE VALUE "D".
000630     05  RW-JOB-NAME          PIC X(08).
000640     05  RW-SETTING           PIC X(01).
000650         88  RW-SETTING-OK    VALUE "C" "R" "G".
000660     05  RW-TERM-CODE         PIC X(05).

000670 FD  RUN-CONTROL.
000680     COPY "runctl.cpy".

000690 FD  TERM-CONTROL.
000700     COPY "termrec.cpy".

000710 FD  CURRENT-OPERATOR.
000720     COPY "curoper.cpy".

000730 FD  OPERATOR-LOG.
000740     COPY "oplog.cpy".

000750 FD  RUN-CONTROL-RPT.
000760 01  RR-REPORT-LINE           PIC X(80).

000770 WORKING-STORAGE SECTION.
000780     COPY "runhdr.cpy".

000790 01  WS-SWITCHES.
000800     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000810         88  WS-EOF           VALUE "Y".
000820     05  WS-LIST-EOF-SWITCH   PIC X(01) VALUE "N".
000830         88  WS-LIST-EOF      VALUE "Y".
000840     05  WS-CTL-OPEN-SWITCH   PIC X(01) VALUE "N".
000850         88  WS-CTL-OPEN      VALUE "Y".

000860 01  WS-FILE-STATUSES.
000870     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
000880     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
000890     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
000900     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
000910     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
000920     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000930 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

000940 01  WS-COUNTERS COMP.
000950     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000960     05  WS-SETTINGS-SET      PIC 9(05) VALUE ZERO.
000970     05  WS-OVERRIDES-DELETED PIC 9(05) VALUE ZERO.
000980     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
000990     05  WS-ENTRIES-LISTED    PIC 9(05) VALUE ZERO.
001000     05  WS-ENTRIES-STALE     PIC 9(05) VALUE ZERO.

001010 01  WS-REJECT-TEXT           PIC X(30).
001020 01  WS-JOB-TEXT              PIC X(08).
001030 01  WS-CHECK-TEXT            PIC X(16).

001040 01  WS-EDIT-COUNTERS.
001050     05  WS-COUNT-ED          PIC ZZZZ9.

001060 01  WS-REPORT-LINE           PIC X(80).

001070*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001080     COPY "audchn.cpy".

001090 PROCEDURE DIVISION.

001100******************************************************************
001110* 0000-MAINLINE.
001120******************************************************************
001130 0000-MAINLINE.
001140     MOVE "RUNCMNT" TO RH-PROGRAM-NAME.
001150     CALL "BIZDATE" USING RH-RUN-DATE.
001160     ACCEPT RH-RUN-TIME FROM TIME.
001170     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001180         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001200     PERFORM 2000-APPLY-RUN-TRAN THRU 2000-APPLY-RUN-TRAN-EXIT
001210         UNTIL WS-EOF.
001220     PERFORM 2500-LIST-LIBRARY THRU 2500-LIST-LIBRARY-EXIT.
001230     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001240     ACCEPT RH-RUN-TIME FROM TIME.
001250     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001260         RH-RUN-TIME.
001270     STOP RUN.

001280******************************************************************
001290* 1000-INITIALIZE - RECORD THE OPERATOR AND OPEN FILES.
001300******************************************************************
001310 1000-INITIALIZE.
001320     OPEN OUTPUT RUN-CONTROL-RPT.
001330     MOVE "RUN-CONTROL LIBRARY MAINTENANCE REPORT"
001340         TO WS-REPORT-LINE.
001350     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
001360     MOVE "ACT JOB      SET TERM  OUTCOME" TO WS-REPORT-LINE.
001370     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

001380     PERFORM 1100-RECORD-OPERATOR
001390         THRU 1100-RECORD-OPERATOR-EXIT.

001400     OPEN INPUT TERM-CONTROL.
001410     OPEN I-O RUN-CONTROL.
001420     IF WS-CTL-STATUS = "35"
001430         OPEN OUTPUT RUN-CONTROL
001440         CLOSE RUN-CONTROL
001450         OPEN I-O RUN-CONTROL
001460     END-IF.
001470     IF WS-CTL-STATUS = "00"
001480         SET WS-CTL-OPEN TO TRUE
001490     ELSE
001500         MOVE "  (RUN-CONTROL LIBRARY NOT AVAILABLE)"
001510             TO WS-REPORT-LINE
001520         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
001530         SET WS-EOF TO TRUE
001540         MOVE 8 TO RETURN-CODE
001550         GO TO 1000-INITIALIZE-EXIT
001560     END-IF.

001570     OPEN INPUT RUN-TRANSACTIONS.
001580     IF WS-TRAN-STATUS NOT = "00"
001590         MOVE "  (NO RUN-CONTROL TRANSACTION FILE)"
001600             TO WS-REPORT-LINE
001610         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
001620         SET WS-EOF TO TRUE
001630         GO TO 1000-INITIALIZE-EXIT
001640     END-IF.

001650     PERFORM 2100-READ-TRANSACTION
001660         THRU 2100-READ-TRANSACTION-EXIT.
001670 1000-INITIALIZE-EXIT.
001680     EXIT.

001690******************************************************************
001700* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001710*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001720*                        AS THE STUDENT UPDATE DOES.
001730******************************************************************
001740 1100-RECORD-OPERATOR.
001750     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001760     OPEN INPUT CURRENT-OPERATOR.
001770     IF WS-CUROPER-STATUS = "00"
001780         READ CURRENT-OPERATOR
001790             AT END
001800                 CONTINUE
001810         END-READ
001820         IF WS-CUROPER-STATUS = "00"
001830             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
001840         END-IF
001850         CLOSE CURRENT-OPERATOR
001860     END-IF.
001870     OPEN EXTEND OPERATOR-LOG.
001880     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
001890         OPEN OUTPUT OPERATOR-LOG
001900     END-IF.
001910     IF WS-OPLOG-STATUS = "00"
001920         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
001930         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
001940         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
001950         ACCEPT OL-ACTIVITY-TIME FROM TIME
001960         SET AC-FILE-OPLOG TO TRUE
001970         MOVE SPACES TO AC-RECORD-BODY
001980         MOVE OL-ACTIVITY-RECORD (1:29)
001990             TO AC-RECORD-BODY (1:29)
002000         MOVE 29 TO AC-BODY-LENGTH
002010         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002020         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002030         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002040         WRITE OL-ACTIVITY-RECORD
002050         CLOSE OPERATOR-LOG
002060     END-IF.
002070 1100-RECORD-OPERATOR-EXIT.
002080     EXIT.

002090******************************************************************
002100* 2100-READ-TRANSACTION - GET THE NEXT RUN-CONTROL TRANSACTION.
002110******************************************************************
002120 2100-READ-TRANSACTION.
002130     READ RUN-TRANSACTIONS
002140         AT END
002150             SET WS-EOF TO TRUE
002160     END-READ.
002170 2100-READ-TRANSACTION-EXIT.
002180     EXIT.

002190******************************************************************
002200* 2000-APPLY-RUN-TRAN - SET OR DELETE ONE SETTING.
002210******************************************************************
002220 2000-APPLY-RUN-TRAN.
002230     ADD 1 TO WS-RECORDS-READ.
002240     MOVE SPACES TO WS-REJECT-TEXT.

002250     IF NOT RW-ACTION-SET AND NOT RW-ACTION-DELETE
002260         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
002270         GO TO 2000-WRITE-OUTCOME
002280     END-IF.
002290     IF NOT RW-SETTING-OK
002300         MOVE "BAD SETTING - USE C, R OR G" TO WS-REJECT-TEXT
002310         GO TO 2000-WRITE-OUTCOME
002320     END-IF.

002330     IF RW-ACTION-DELETE
002340         PERFORM 2300-DELETE-OVERRIDE
002350             THRU 2300-DELETE-OVERRIDE-EXIT
002360         GO TO 2000-WRITE-OUTCOME
002370     END-IF.

002380     IF RW-TERM-CODE = SPACES
002390         MOVE "NO TERM GIVEN" TO WS-REJECT-TEXT
002400         GO TO 2000-WRITE-OUTCOME
002410     END-IF.
002420     MOVE RW-TERM-CODE TO TM-TERM-CODE.
002430     READ TERM-CONTROL
002440         INVALID KEY
002450             MOVE "TERM NOT ON FILE" TO WS-REJECT-TEXT
002460     END-READ.
002470     IF WS-REJECT-TEXT = SPACES AND WS-TERM-STATUS NOT = "00"
002480         MOVE "TERM NOT ON FILE" TO WS-REJECT-TEXT
002490     END-IF.
002500     IF WS-REJECT-TEXT NOT = SPACES
002510         GO TO 2000-WRITE-OUTCOME
002520     END-IF.
002530     PERFORM 2200-SET-SETTING THRU 2200-SET-SETTING-EXIT.

002540 2000-WRITE-OUTCOME.
002550     MOVE RW-JOB-NAME TO WS-JOB-TEXT.
002560     IF RW-JOB-NAME = SPACES
002570         MOVE "(SITE)" TO WS-JOB-TEXT
002580     END-IF.
002590     MOVE SPACES TO WS-REPORT-LINE.
002600     IF WS-REJECT-TEXT = SPACES
002610         STRING RW-ACTION       DELIMITED BY SIZE
002620                "   "           DELIMITED BY SIZE
002630                WS-JOB-TEXT     DELIMITED BY SIZE
002640                "  "            DELIMITED BY SIZE
002650                RW-SETTING      DELIMITED BY SIZE
002660                "  "            DELIMITED BY SIZE
002670                RW-TERM-CODE    DELIMITED BY SIZE
002680                " APPLIED BY "  DELIMITED BY SIZE
002690                WS-CURRENT-USERNAME DELIMITED BY SIZE
002700             INTO WS-REPORT-LINE
002710     ELSE
002720         ADD 1 TO WS-RECORDS-REJECTED
002730         STRING RW-ACTION       DELIMITED BY SIZE
002740                "   "           DELIMITED BY SIZE
002750                WS-JOB-TEXT     DELIMITED BY SIZE
002760                "  "            DELIMITED BY SIZE
002770                RW-SETTING      DELIMITED BY SIZE
002780                "  "            DELIMITED BY SIZE
002790                RW-TERM-CODE    DELIMITED BY SIZE
002800                " REJECTED - "  DELIMITED BY SIZE
002810                WS-REJECT-TEXT  DELIMITED BY SIZE
002820             INTO WS-REPORT-LINE
002830     END-IF.
002840     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

002850     PERFORM 2100-READ-TRANSACTION
002860         THRU 2100-READ-TRANSACTION-EXIT.
002870 2000-APPLY-RUN-TRAN-EXIT.
002880     EXIT.

002890******************************************************************
002900* 2200-SET-SETTING - WRITE OR REPLACE THE SETTING WITH OPERATOR
002910*                    AND DATE.
002920******************************************************************
002930 2200-SET-SETTING.
002940     MOVE RW-JOB-NAME TO RB-JOB-NAME.
002950     MOVE RW-SETTING TO RB-SETTING.
002960     MOVE SPACES TO RB-SETTING-VALUE.
002970     MOVE RW-TERM-CODE TO RB-TERM-CODE.
002980     MOVE RH-RUN-DATE TO RB-CHANGED-DATE.
002990     MOVE WS-CURRENT-USERNAME TO RB-CHANGED-BY.
003000     WRITE RB-RUN-CONTROL-RECORD
003010         INVALID KEY
003020             REWRITE RB-RUN-CONTROL-RECORD
003030     END-WRITE.
003040     ADD 1 TO WS-SETTINGS-SET.
003050 2200-SET-SETTING-EXIT.
003060     EXIT.

003070******************************************************************
003080* 2300-DELETE-OVERRIDE - DROP ONE JOB'S OVERRIDE.  THE SITE-WIDE
003090*                        SETTINGS ARE CHANGED, NEVER DELETED.
003100******************************************************************
003110 2300-DELETE-OVERRIDE.
003120     IF RW-JOB-NAME = SPACES
003130         MOVE "SITE SETTING CANNOT BE DELETED" TO WS-REJECT-TEXT
003140         GO TO 2300-DELETE-OVERRIDE-EXIT
003150     END-IF.
003160     MOVE RW-JOB-NAME TO RB-JOB-NAME.
003170     MOVE RW-SETTING TO RB-SETTING.
003180     DELETE RUN-CONTROL RECORD
003190         INVALID KEY
003200             MOVE "OVERRIDE NOT ON FILE" TO WS-REJECT-TEXT
003210     END-DELETE.
003220     IF WS-REJECT-TEXT = SPACES
003230         ADD 1 TO WS-OVERRIDES-DELETED
003240     END-IF.
003250 2300-DELETE-OVERRIDE-EXIT.
003260     EXIT.

003270******************************************************************
003280* 2500-LIST-LIBRARY - THE WHOLE LIBRARY IN KEY ORDER (SITE-WIDE
003290*                     SETTINGS FIRST), EACH TERM RECHECKED.
003300******************************************************************
003310 2500-LIST-LIBRARY.
003320     MOVE SPACES TO WS-REPORT-LINE.
003330     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
003340     MOVE "RUN-CONTROL LIBRARY" TO WS-REPORT-LINE.
003350     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
003360     MOVE "    JOB      SET TERM  CHANGED  BY    CHECK"
003370         TO WS-REPORT-LINE.
003380     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
003390     IF NOT WS-CTL-OPEN
003400         MOVE "  (RUN-CONTROL LIBRARY NOT AVAILABLE)"
003410             TO WS-REPORT-LINE
003420         WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
003430         GO TO 2500-LIST-LIBRARY-EXIT
003440     END-IF.
003450     MOVE LOW-VALUES TO RB-CONTROL-KEY.
003460     START RUN-CONTROL KEY IS NOT LESS THAN RB-CONTROL-KEY
003470         INVALID KEY
003480             SET WS-LIST-EOF TO TRUE
003490     END-START.
003500     PERFORM 2510-LIST-ONE THRU 2510-LIST-ONE-EXIT
003510         UNTIL WS-LIST-EOF.
003520 2500-LIST-LIBRARY-EXIT.
003530     EXIT.

003540******************************************************************
003550* 2510-LIST-ONE - ONE LIBRARY ENTRY.
003560******************************************************************
003570 2510-LIST-ONE.
003580     READ RUN-CONTROL NEXT RECORD
003590         AT END
003600             SET WS-LIST-EOF TO TRUE
003610     END-READ.
003620     IF WS-CTL-STATUS NOT = "00" AND NOT WS-LIST-EOF
003630         SET WS-LIST-EOF TO TRUE
003640     END-IF.
003650     IF WS-LIST-EOF
003660         GO TO 2510-LIST-ONE-EXIT
003670     END-IF.
003680     ADD 1 TO WS-ENTRIES-LISTED.
003690     MOVE "OK" TO WS-CHECK-TEXT.
003700     MOVE RB-TERM-CODE TO TM-TERM-CODE.
003710     READ TERM-CONTROL
003720         INVALID KEY
003730             MOVE "NOT ON TERMFILE" TO WS-CHECK-TEXT
003740     END-READ.
003750     IF WS-TERM-STATUS NOT = "00"
003760         MOVE "NOT ON TERMFILE" TO WS-CHECK-TEXT
003770     END-IF.
003780     IF WS-CHECK-TEXT NOT = "OK"
003790         ADD 1 TO WS-ENTRIES-STALE
003800     END-IF.
003810     MOVE RB-JOB-NAME TO WS-JOB-TEXT.
003820     IF RB-JOB-NAME = SPACES
003830         MOVE "(SITE)" TO WS-JOB-TEXT
003840     END-IF.
003850     MOVE SPACES TO WS-REPORT-LINE.
003860     STRING "    "          DELIMITED BY SIZE
003870            WS-JOB-TEXT     DELIMITED BY SIZE
003880            "  "            DELIMITED BY SIZE
003890            RB-SETTING      DELIMITED BY SIZE
003900            "  "            DELIMITED BY SIZE
003910            RB-TERM-CODE    DELIMITED BY SIZE
003920            " "             DELIMITED BY SIZE
003930            RB-CHANGED-DATE DELIMITED BY SIZE
003940            " "             DELIMITED BY SIZE
003950            RB-CHANGED-BY   DELIMITED BY SIZE
003960            " "             DELIMITED BY SIZE
003970            WS-CHECK-TEXT   DELIMITED BY SIZE
003980         INTO WS-REPORT-LINE.
003990     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004000 2510-LIST-ONE-EXIT.
004010     EXIT.

004020******************************************************************
004030* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
004040******************************************************************
004050 3000-FINISH.
004060     MOVE SPACES TO WS-REPORT-LINE.
004070     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004080     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
004090     MOVE SPACES TO WS-REPORT-LINE.
004100     STRING "TRANSACTIONS READ:  " DELIMITED BY SIZE
004110            WS-COUNT-ED            DELIMITED BY SIZE
004120         INTO WS-REPORT-LINE.
004130     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004140     MOVE WS-SETTINGS-SET TO WS-COUNT-ED.
004150     MOVE SPACES TO WS-REPORT-LINE.
004160     STRING "SETTINGS SET:       " DELIMITED BY SIZE
004170            WS-COUNT-ED            DELIMITED BY SIZE
004180         INTO WS-REPORT-LINE.
004190     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004200     MOVE WS-OVERRIDES-DELETED TO WS-COUNT-ED.
004210     MOVE SPACES TO WS-REPORT-LINE.
004220     STRING "OVERRIDES DELETED:  " DELIMITED BY SIZE
004230            WS-COUNT-ED            DELIMITED BY SIZE
004240         INTO WS-REPORT-LINE.
004250     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004260     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
004270     MOVE SPACES TO WS-REPORT-LINE.
004280     STRING "REJECTED:           " DELIMITED BY SIZE
004290            WS-COUNT-ED            DELIMITED BY SIZE
004300         INTO WS-REPORT-LINE.
004310     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
004320     MOVE WS-ENTRIES-STALE TO WS-COUNT-ED.
004330     MOVE SPACES TO WS-REPORT-LINE.
004340     STRING "NOT ON TERMFILE:    " DELIMITED BY SIZE
004350            WS-COUNT-ED            DELIMITED BY SIZE
004360         INTO WS-REPORT-LINE.
004370     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

004380     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
004390         CLOSE RUN-TRANSACTIONS
004400     END-IF.
004410     IF WS-CTL-OPEN
004420         CLOSE RUN-CONTROL
004430     END-IF.
004440     CLOSE TERM-CONTROL.
004450     CLOSE RUN-CONTROL-RPT.

004460     IF RETURN-CODE NOT = 8
004470         IF WS-RECORDS-REJECTED > ZERO OR WS-ENTRIES-STALE > ZERO
004480             MOVE 4 TO RETURN-CODE
004490         ELSE
004500             MOVE 0 TO RETURN-CODE
004510         END-IF
004520     END-IF.
004530 3000-FINISH-EXIT.
004540     EXIT.

004550 END PROGRAM RUNCMNT.
