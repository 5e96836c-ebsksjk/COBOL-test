000010******************************************************************
000020* PROGRAM-ID : PERMMNT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   REGISTRATION OVERRIDE PERMIT MAINTENANCE.  READS THE
000090*   PERMTRAN TRANSACTION FILE - "G" GRANTS A PERMIT FOR A
000100*   STUDENT INTO ONE SECTION (A REPEAT GRANT REPLACES THE
000110*   OVERRIDES AND EXPIRY), "R" REVOKES ONE - AND APPLIES IT TO
000120*   THE PERMIT FILE WITH THE GRANTING INSTRUCTOR, THE SIGNED-ON
000130*   OPERATOR (CUROPER, AS HOLDMNT DOES) AND TODAY'S DATE
000140*   RECORDED.  A PERMIT NAMES THE CHECKS ENRLBAT MAY PASS OVER:
000150*   PREREQUISITE, CAPACITY, TIME CONFLICT, CROSS-CAMPUS.
000160*   STUDENTS NOT ON THE MASTER, SECTIONS NOT ON CRSOFFER,
000170*   GRANTORS NOT ACTIVE ON THE INSTRUCTOR MASTER, PERMITS THAT
000180*   OVERRIDE NOTHING OR HAVE ALREADY EXPIRED, AND REVOKES OF
000190*   PERMITS NOT ACTIVE ARE REJECTED ON THE REPORT (PERMMRPT).
000200*   EACH RUN IS RECORDED ON THE OPERATOR ACTIVITY LOG.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    PERMMNT.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PERMIT-TRANSACTIONS ASSIGN TO "PERMTRAN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TRAN-STATUS.

000370     SELECT PERMIT-FILE ASSIGN TO "PERMITS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PX-PERMIT-KEY
000410         FILE STATUS IS WS-PERM-STATUS.

000420     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SM-STUDENT-ID
000460         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-MAST-STATUS.

000490     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OF-OFFER-KEY
000530         FILE STATUS IS WS-OFF-STATUS.

000540     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS IN-INSTRUCTOR-ID
000580         FILE STATUS IS WS-INS-STATUS.

000590     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CUROPER-STATUS.

000620     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-OPLOG-STATUS.

000650     SELECT PERMIT-RPT ASSIGN TO "PERMMRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PERMIT-TRANSACTIONS.
000710 01  PV-PERMIT-TRANSACTION.
000720     05  PV-ACTION            PIC X(01).
000730         88  PV-ACTION-GRANT  VALUE "G".
000740         88  PV-ACTION-REVOKE VALUE "R".
000750     05  PV-STUDENT-ID        PIC 9(08).
000760     05  PV-COURSE-CODE       PIC X(06).
000770     05  PV-TERM-CODE         PIC X(05).
000780     05  PV-SECTION           PIC X(02).
000790*    ONE Y/SPACE FLAG PER CHECK OVERRIDDEN - PREREQUISITE,
000800*    CAPACITY, TIME CONFLICT, CROSS-CAMPUS.
000810     05  PV-OVERRIDES.
000820         10  PV-OVR-FLAG      OCCURS 4 TIMES PIC X(01).
000830     05  PV-GRANTED-BY        PIC X(05).
000840     05  PV-EXPIRE-DATE       PIC 9(08).

000850 FD  PERMIT-FILE.
000860     COPY "permit.cpy".

000870 FD  STUDENT-MASTER.
000880     COPY "studrec.cpy".

000890 FD  OFFERING-FILE.
000900     COPY "crsoffer.cpy".

000910 FD  INSTRUCTOR-MASTER.
000920     COPY "instrec.cpy".

000930 FD  CURRENT-OPERATOR.
000940     COPY "curoper.cpy".

000950 FD  OPERATOR-LOG.
000960     COPY "oplog.cpy".

000970 FD  PERMIT-RPT.
000980 01  PR-REPORT-LINE           PIC X(80).

000990 WORKING-STORAGE SECTION.
001000     COPY "runhdr.cpy".

001010 01  WS-SWITCHES.
001020     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001030         88  WS-EOF           VALUE "Y".

001040 01  WS-FILE-STATUSES.
001050     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001060     05  WS-PERM-STATUS       PIC X(02) VALUE "00".
001070     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001080     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001090     05  WS-INS-STATUS        PIC X(02) VALUE "00".
001100     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001110     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001120     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001130 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001140 01  WS-COUNTERS COMP.
001150     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001160     05  WS-PERMITS-GRANTED   PIC 9(05) VALUE ZERO.
001170     05  WS-PERMITS-REVOKED   PIC 9(05) VALUE ZERO.
001180     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

001190 01  WS-FLAG-SUB              PIC 9(01) COMP.
001200 01  WS-FLAGS-SET             PIC 9(01) COMP.
001210 01  WS-BAD-FLAG-SWITCH       PIC X(01).
001220     88  WS-BAD-FLAG          VALUE "Y".

001230 01  WS-REJECT-TEXT           PIC X(30).

001240 01  WS-EDIT-COUNTERS.
001250     05  WS-COUNT-ED          PIC ZZZZ9.

001260 01  WS-REPORT-LINE           PIC X(80).

001270*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001280     COPY "audchn.cpy".

001290 PROCEDURE DIVISION.

001300******************************************************************
001310* 0000-MAINLINE.
001320******************************************************************
001330 0000-MAINLINE.
001340     MOVE "PERMMNT" TO RH-PROGRAM-NAME.
001350     CALL "BIZDATE" USING RH-RUN-DATE.
001360     ACCEPT RH-RUN-TIME FROM TIME.
001370     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001380         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001390     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001400     PERFORM 2000-APPLY-PERMIT-TRAN
001410         THRU 2000-APPLY-PERMIT-TRAN-EXIT
001420         UNTIL WS-EOF.
001430     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001440     ACCEPT RH-RUN-TIME FROM TIME.
001450     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001460         RH-RUN-TIME.
001470     STOP RUN.

001480******************************************************************
001490* 1000-INITIALIZE - RECORD THE OPERATOR AND OPEN FILES.
001500******************************************************************
001510 1000-INITIALIZE.
001520     OPEN OUTPUT PERMIT-RPT.
001530     MOVE "REGISTRATION OVERRIDE PERMIT MAINTENANCE REPORT"
001540         TO WS-REPORT-LINE.
001550     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
001560     MOVE SPACES TO WS-REPORT-LINE.
001570     STRING "ACT STUDENT  COURSE TERM  SC " DELIMITED BY SIZE
001580            "OVRD GRANT EXPIRES  OUTCOME" DELIMITED BY SIZE
001590         INTO WS-REPORT-LINE.
001600     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

001610     PERFORM 1100-RECORD-OPERATOR
001620         THRU 1100-RECORD-OPERATOR-EXIT.

001630     OPEN INPUT STUDENT-MASTER.
001640     OPEN INPUT OFFERING-FILE.
001650     OPEN INPUT INSTRUCTOR-MASTER.
001660     OPEN I-O PERMIT-FILE.
001670     IF WS-PERM-STATUS = "35"
001680         OPEN OUTPUT PERMIT-FILE
001690         CLOSE PERMIT-FILE
001700         OPEN I-O PERMIT-FILE
001710     END-IF.

001720     OPEN INPUT PERMIT-TRANSACTIONS.
001730     IF WS-TRAN-STATUS NOT = "00"
001740         MOVE "  (NO PERMIT TRANSACTION FILE)" TO WS-REPORT-LINE
001750         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
001760         SET WS-EOF TO TRUE
001770         GO TO 1000-INITIALIZE-EXIT
001780     END-IF.

001790     PERFORM 2100-READ-TRANSACTION
001800         THRU 2100-READ-TRANSACTION-EXIT.
001810 1000-INITIALIZE-EXIT.
001820     EXIT.

001830******************************************************************
001840* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
001850*                        APPEND THIS RUN TO THE ACTIVITY LOG,
001860*                        AS THE STUDENT UPDATE DOES.
001870******************************************************************
001880 1100-RECORD-OPERATOR.
001890     MOVE "BATCH" TO WS-CURRENT-USERNAME.
001900     OPEN INPUT CURRENT-OPERATOR.
001910     IF WS-CUROPER-STATUS = "00"
001920         READ CURRENT-OPERATOR
001930             AT END
001940                 CONTINUE
001950         END-READ
001960         IF WS-CUROPER-STATUS = "00"
001970             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
001980         END-IF
001990         CLOSE CURRENT-OPERATOR
002000     END-IF.
002010     OPEN EXTEND OPERATOR-LOG.
002020     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
002030         OPEN OUTPUT OPERATOR-LOG
002040     END-IF.
002050     IF WS-OPLOG-STATUS = "00"
002060         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
002070         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
002080         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
002090         ACCEPT OL-ACTIVITY-TIME FROM TIME
002100         SET AC-FILE-OPLOG TO TRUE
002110         MOVE SPACES TO AC-RECORD-BODY
002120         MOVE OL-ACTIVITY-RECORD (1:29)
002130             TO AC-RECORD-BODY (1:29)
002140         MOVE 29 TO AC-BODY-LENGTH
002150         CALL "AUDCHAIN" USING AC-CHAIN-AREA
002160         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
002170         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
002180         WRITE OL-ACTIVITY-RECORD
002190         CLOSE OPERATOR-LOG
002200     END-IF.
002210 1100-RECORD-OPERATOR-EXIT.
002220     EXIT.

002230******************************************************************
002240* 2100-READ-TRANSACTION - GET THE NEXT PERMIT TRANSACTION.
002250******************************************************************
002260 2100-READ-TRANSACTION.
002270     READ PERMIT-TRANSACTIONS
002280         AT END
002290             SET WS-EOF TO TRUE
002300     END-READ.
002310 2100-READ-TRANSACTION-EXIT.
002320     EXIT.

002330******************************************************************
002340* 2000-APPLY-PERMIT-TRAN - GRANT OR REVOKE ONE PERMIT.
002350******************************************************************
002360 2000-APPLY-PERMIT-TRAN.
002370     ADD 1 TO WS-RECORDS-READ.
002380     MOVE SPACES TO WS-REJECT-TEXT.

002390     IF NOT PV-ACTION-GRANT AND NOT PV-ACTION-REVOKE
002400         MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
002410         GO TO 2000-WRITE-OUTCOME
002420     END-IF.
002430     IF PV-ACTION-GRANT
002440         PERFORM 2400-EDIT-GRANT THRU 2400-EDIT-GRANT-EXIT
002450         IF WS-REJECT-TEXT NOT = SPACES
002460             GO TO 2000-WRITE-OUTCOME
002470         END-IF
002480     END-IF.

002490     MOVE PV-STUDENT-ID TO SM-STUDENT-ID.
002500     READ STUDENT-MASTER
002510         INVALID KEY
002520             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002530     END-READ.
002540     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
002550         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002560     END-IF.
002570     IF WS-REJECT-TEXT NOT = SPACES
002580         GO TO 2000-WRITE-OUTCOME
002590     END-IF.

002600     IF PV-ACTION-GRANT
002610         PERFORM 2200-GRANT-PERMIT THRU 2200-GRANT-PERMIT-EXIT
002620     ELSE
002630         PERFORM 2300-REVOKE-PERMIT THRU 2300-REVOKE-PERMIT-EXIT
002640     END-IF.

002650 2000-WRITE-OUTCOME.
002660     MOVE SPACES TO WS-REPORT-LINE.
002670     STRING PV-ACTION       DELIMITED BY SIZE
002680            "   "           DELIMITED BY SIZE
002690            PV-STUDENT-ID   DELIMITED BY SIZE
002700            " "             DELIMITED BY SIZE
002710            PV-COURSE-CODE  DELIMITED BY SIZE
002720            " "             DELIMITED BY SIZE
002730            PV-TERM-CODE    DELIMITED BY SIZE
002740            " "             DELIMITED BY SIZE
002750            PV-SECTION      DELIMITED BY SIZE
002760            " "             DELIMITED BY SIZE
002770            PV-OVERRIDES    DELIMITED BY SIZE
002780            " "             DELIMITED BY SIZE
002790            PV-GRANTED-BY   DELIMITED BY SIZE
002800            " "             DELIMITED BY SIZE
002810            PV-EXPIRE-DATE  DELIMITED BY SIZE
002820            " "             DELIMITED BY SIZE
002830         INTO WS-REPORT-LINE.
002840     IF WS-REJECT-TEXT = SPACES
002850         MOVE "APPLIED" TO WS-REPORT-LINE (50:30)
002860     ELSE
002870         ADD 1 TO WS-RECORDS-REJECTED
002880         MOVE WS-REJECT-TEXT TO WS-REPORT-LINE (50:30)
002890     END-IF.
002900     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

002910     PERFORM 2100-READ-TRANSACTION
002920         THRU 2100-READ-TRANSACTION-EXIT.
002930 2000-APPLY-PERMIT-TRAN-EXIT.
002940     EXIT.

002950******************************************************************
002960* 2200-GRANT-PERMIT - WRITE, REPLACE OR REACTIVATE THE PERMIT
002970*                     WITH GRANTOR, OPERATOR AND DATE.  A
002980*                     REPLACED PERMIT STARTS UNUSED AGAIN.
002990******************************************************************
003000 2200-GRANT-PERMIT.
003010     MOVE PV-COURSE-CODE TO OF-COURSE-CODE.
003020     MOVE PV-TERM-CODE TO OF-TERM-CODE.
003030     MOVE PV-SECTION TO OF-SECTION.
003040     READ OFFERING-FILE
003050         INVALID KEY
003060             MOVE "SECTION NOT OFFERED" TO WS-REJECT-TEXT
003070             GO TO 2200-GRANT-PERMIT-EXIT
003080     END-READ.
003090     IF WS-OFF-STATUS NOT = "00"
003100         MOVE "SECTION NOT OFFERED" TO WS-REJECT-TEXT
003110         GO TO 2200-GRANT-PERMIT-EXIT
003120     END-IF.
003130     MOVE PV-STUDENT-ID TO PX-STUDENT-ID.
003140     MOVE PV-COURSE-CODE TO PX-COURSE-CODE.
003150     MOVE PV-TERM-CODE TO PX-TERM-CODE.
003160     MOVE PV-SECTION TO PX-SECTION.
003170     MOVE PV-OVERRIDES TO PX-OVERRIDES.
003180     MOVE PV-GRANTED-BY TO PX-GRANTED-BY.
003190     MOVE PV-EXPIRE-DATE TO PX-EXPIRE-DATE.
003200     SET PX-ACTIVE TO TRUE.
003210     MOVE WS-CURRENT-USERNAME TO PX-ENTERED-BY.
003220     MOVE RH-RUN-DATE TO PX-ENTERED-DATE.
003230     MOVE SPACES TO PX-REVOKED-BY.
003240     MOVE ZERO TO PX-REVOKE-DATE.
003250     MOVE ZERO TO PX-USED-DATE.
003260     MOVE SPACES TO PX-USED-OVERRIDES.
003270     WRITE PX-PERMIT-RECORD
003280         INVALID KEY
003290             REWRITE PX-PERMIT-RECORD
003300     END-WRITE.
003310     ADD 1 TO WS-PERMITS-GRANTED.
003320 2200-GRANT-PERMIT-EXIT.
003330     EXIT.

003340******************************************************************
003350* 2300-REVOKE-PERMIT - FLIP AN ACTIVE PERMIT TO REVOKED.
003360******************************************************************
003370 2300-REVOKE-PERMIT.
003380     MOVE PV-STUDENT-ID TO PX-STUDENT-ID.
003390     MOVE PV-COURSE-CODE TO PX-COURSE-CODE.
003400     MOVE PV-TERM-CODE TO PX-TERM-CODE.
003410     MOVE PV-SECTION TO PX-SECTION.
003420     READ PERMIT-FILE
003430         INVALID KEY
003440             MOVE "PERMIT NOT ON FILE" TO WS-REJECT-TEXT
003450     END-READ.
003460     IF WS-REJECT-TEXT NOT = SPACES
003470         GO TO 2300-REVOKE-PERMIT-EXIT
003480     END-IF.
003490     IF NOT PX-ACTIVE
003500         MOVE "PERMIT NOT ACTIVE" TO WS-REJECT-TEXT
003510         GO TO 2300-REVOKE-PERMIT-EXIT
003520     END-IF.
003530     SET PX-REVOKED TO TRUE.
003540     MOVE RH-RUN-DATE TO PX-REVOKE-DATE.
003550     MOVE WS-CURRENT-USERNAME TO PX-REVOKED-BY.
003560     REWRITE PX-PERMIT-RECORD.
003570     ADD 1 TO WS-PERMITS-REVOKED.
003580 2300-REVOKE-PERMIT-EXIT.
003590     EXIT.

003600******************************************************************
003610* 2400-EDIT-GRANT - A GRANT MUST OVERRIDE AT LEAST ONE CHECK
003620*                   (EACH FLAG Y OR SPACE), NAME AN ACTIVE
003630*                   INSTRUCTOR, AND NOT ALREADY BE EXPIRED.
003640******************************************************************
003650 2400-EDIT-GRANT.
003660     MOVE ZERO TO WS-FLAGS-SET.
003670     MOVE "N" TO WS-BAD-FLAG-SWITCH.
003680     PERFORM 2410-EDIT-ONE-FLAG THRU 2410-EDIT-ONE-FLAG-EXIT
003690         VARYING WS-FLAG-SUB FROM 1 BY 1
003700         UNTIL WS-FLAG-SUB > 4.
003710     IF WS-BAD-FLAG
003720         MOVE "BAD OVERRIDE FLAG" TO WS-REJECT-TEXT
003730         GO TO 2400-EDIT-GRANT-EXIT
003740     END-IF.
003750     IF WS-FLAGS-SET = ZERO
003760         MOVE "NOTHING OVERRIDDEN" TO WS-REJECT-TEXT
003770         GO TO 2400-EDIT-GRANT-EXIT
003780     END-IF.
003790     IF PV-EXPIRE-DATE NOT NUMERIC
003800             OR PV-EXPIRE-DATE < RH-RUN-DATE
003810         MOVE "EXPIRY MISSING OR PAST" TO WS-REJECT-TEXT
003820         GO TO 2400-EDIT-GRANT-EXIT
003830     END-IF.
003840     MOVE PV-GRANTED-BY TO IN-INSTRUCTOR-ID.
003850     READ INSTRUCTOR-MASTER
003860         INVALID KEY
003870             MOVE "GRANTOR NOT AN INSTRUCTOR" TO WS-REJECT-TEXT
003880             GO TO 2400-EDIT-GRANT-EXIT
003890     END-READ.
003900     IF WS-INS-STATUS NOT = "00" OR NOT IN-ACTIVE
003910         MOVE "GRANTOR NOT AN INSTRUCTOR" TO WS-REJECT-TEXT
003920     END-IF.
003930 2400-EDIT-GRANT-EXIT.
003940     EXIT.

003950 2410-EDIT-ONE-FLAG.
003960     IF PV-OVR-FLAG (WS-FLAG-SUB) = "Y"
003970         ADD 1 TO WS-FLAGS-SET
003980     ELSE
003990         IF PV-OVR-FLAG (WS-FLAG-SUB) NOT = SPACE
004000             SET WS-BAD-FLAG TO TRUE
004010         END-IF
004020     END-IF.
004030 2410-EDIT-ONE-FLAG-EXIT.
004040     EXIT.

004050******************************************************************
004060* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
004070******************************************************************
004080 3000-FINISH.
004090     MOVE SPACES TO WS-REPORT-LINE.
004100     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004110     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
004120     MOVE SPACES TO WS-REPORT-LINE.
004130     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
004140            WS-COUNT-ED           DELIMITED BY SIZE
004150         INTO WS-REPORT-LINE.
004160     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004170     MOVE WS-PERMITS-GRANTED TO WS-COUNT-ED.
004180     MOVE SPACES TO WS-REPORT-LINE.
004190     STRING "PERMITS GRANTED:   " DELIMITED BY SIZE
004200            WS-COUNT-ED           DELIMITED BY SIZE
004210         INTO WS-REPORT-LINE.
004220     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004230     MOVE WS-PERMITS-REVOKED TO WS-COUNT-ED.
004240     MOVE SPACES TO WS-REPORT-LINE.
004250     STRING "PERMITS REVOKED:   " DELIMITED BY SIZE
004260            WS-COUNT-ED           DELIMITED BY SIZE
004270         INTO WS-REPORT-LINE.
004280     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004290     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
004300     MOVE SPACES TO WS-REPORT-LINE.
004310     STRING "REJECTED:          " DELIMITED BY SIZE
004320            WS-COUNT-ED           DELIMITED BY SIZE
004330         INTO WS-REPORT-LINE.
004340     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

004350     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
004360         CLOSE PERMIT-TRANSACTIONS
004370     END-IF.
004380     CLOSE PERMIT-FILE.
004390     CLOSE STUDENT-MASTER.
004400     CLOSE OFFERING-FILE.
004410     CLOSE INSTRUCTOR-MASTER.
004420     CLOSE PERMIT-RPT.

004430     IF WS-RECORDS-REJECTED > ZERO
004440         MOVE 4 TO RETURN-CODE
004450     ELSE
004460         MOVE 0 TO RETURN-CODE
004470     END-IF.
004480 3000-FINISH-EXIT.
004490     EXIT.

004500 END PROGRAM PERMMNT.
