000010******************************************************************
000020* PROGRAM-ID : NAMEBAT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   STUDENT NAME BATCH UPDATE.  APPLIES NAMETRAN TRANSACTIONS
000090*   (ADD/CHANGE/DELETE) TO THE STUDENT NAME SATELLITE FILE
000100*   (STUDNAME) UNDER THE SAME DISCIPLINE AS THE DEMOGRAPHICS
000110*   UPDATE: THE STUDENT MUST BE ON THE MASTER, THE NAME PARTS
000120*   ARE EDITED (LEGAL LAST NAME REQUIRED; LETTERS, SPACES,
000130*   HYPHENS, APOSTROPHES AND PERIODS ONLY), AND THE RUN IS
000140*   RECORDED ON THE OPERATOR LOG.  A CHANGE TO ANY LEGAL PART
000150*   MUST NAME THE DOCUMENT IT WAS MADE ON; A CHANGE TO THE
000160*   PREFERRED FIRST NAME ALONE IS RECORDED AS AN ELECTION (PN).
000170*   EVERY UPDATE WRITES A DATED NAMEHIST ENTRY WITH THE FORMER
000180*   AND NEW NAME, THE DOCUMENT AND THE OPERATOR, SO THE FORMER
000190*   NAME IS NEVER LOST.  WHEN THE LEGAL NAME MOVES, A STUDENT
000200*   MASTER CHANGE TRANSACTION CARRYING THE NEW 15-BYTE MASTER
000210*   NAME ("LAST FIRST", LETTERS ONLY) IS CUT TO NAMTOUT FOR THE
000220*   NEXT STUDBAT RUN, SO THE MASTER NAME INDEX FOLLOWS.
000230*   REJECTS ARE REPORTED WITH A REASON.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-10-15  RO   ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    NAMEBAT.
000300 AUTHOR.        R. OKONKWO.
000310 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000320 DATE-WRITTEN.  2026-10-15.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT NAME-TRANSACTIONS ASSIGN TO "NAMETRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRAN-STATUS.

000400     SELECT NAME-FILE ASSIGN TO "STUDNAME"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LG-STUDENT-ID
000440         FILE STATUS IS WS-NAME-STATUS.

000450     SELECT NAME-HISTORY ASSIGN TO "NAMEHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS LH-HISTORY-KEY
000490         ALTERNATE RECORD KEY IS LH-FORMER-LAST
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-HIST-STATUS.

000520     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SM-STUDENT-ID
000560         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-MAST-STATUS.

000590     SELECT MASTER-TRANSACTIONS ASSIGN TO "NAMTOUT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MOUT-STATUS.

000620     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CUROPER-STATUS.

000650     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-OPLOG-STATUS.

000680     SELECT UPDATE-RPT ASSIGN TO "NAMERPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  NAME-TRANSACTIONS.
000740     COPY "nametran.cpy".

000750 FD  NAME-FILE.
000760     COPY "namerec.cpy".

000770 FD  NAME-HISTORY.
000780     COPY "namehist.cpy".

000790 FD  STUDENT-MASTER.
000800     COPY "studrec.cpy".

000810 FD  MASTER-TRANSACTIONS.
000820     COPY "studtran.cpy".

000830 FD  CURRENT-OPERATOR.
000840     COPY "curoper.cpy".

000850 FD  OPERATOR-LOG.
000860     COPY "oplog.cpy".

000870 FD  UPDATE-RPT.
000880 01  NR-REPORT-LINE           PIC X(80).

000890 WORKING-STORAGE SECTION.
000900     COPY "runhdr.cpy".

000910 01  WS-SWITCHES.
000920     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000930         88  WS-EOF           VALUE "Y".
000940     05  WS-LEGAL-MOVED-SWITCH PIC X(01) VALUE "N".
000950         88  WS-LEGAL-MOVED   VALUE "Y".
000960     05  WS-HIST-DONE-SWITCH  PIC X(01) VALUE "N".
000970         88  WS-HIST-DONE     VALUE "Y".

000980 01  WS-FILE-STATUSES.
000990     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
001000     05  WS-NAME-STATUS       PIC X(02) VALUE "00".
001010     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
001020     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001030     05  WS-MOUT-STATUS       PIC X(02) VALUE "00".
001040     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001050     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001060     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001070 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001080 01  WS-COUNTERS COMP.
001090     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
001100     05  WS-RECORDS-APPLIED   PIC 9(05) VALUE ZERO.
001110     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
001120     05  WS-MASTER-TRANS      PIC 9(05) VALUE ZERO.
001130     05  WS-HIST-TRIES        PIC 9(03) VALUE ZERO.

001140 01  WS-REJECT-TEXT           PIC X(30).
001150 01  WS-DOCUMENT-TYPE         PIC X(02).

001160*    THE NAME AS IT STOOD BEFORE THIS TRANSACTION (SPACES ON AN
001170*    ADD) AND AS IT STANDS AFTER (SPACES ON A DELETE).
001180 01  WS-FORMER-NAME.
001190     05  WS-FORMER-LAST       PIC X(35).
001200     05  WS-FORMER-FIRST      PIC X(25).
001210     05  WS-FORMER-MIDDLE     PIC X(25).
001220     05  WS-FORMER-PREFERRED  PIC X(25).
001230 01  WS-NEW-NAME.
001240     05  WS-NEW-LAST          PIC X(35).
001250     05  WS-NEW-FIRST         PIC X(25).
001260     05  WS-NEW-MIDDLE        PIC X(25).
001270     05  WS-NEW-PREFERRED     PIC X(25).

001280*    ONE NAME PART UNDER EDIT.  HYPHENS, APOSTROPHES AND PERIODS
001290*    ARE BLANKED IN THE COPY, AND WHAT IS LEFT MUST BE LETTERS
001300*    AND SPACES.
001310 01  WS-PART-EDIT             PIC X(35).
001320 01  WS-PART-LABEL            PIC X(10).

001330*    THE 15-BYTE MASTER NAME BUILT FROM THE LEGAL NAME - "LAST
001340*    FIRST", HYPHENS AS SPACES, APOSTROPHES AND PERIODS DROPPED,
001350*    SO IT PASSES THE MASTER'S ALPHABETIC EDIT.
001360 01  WS-MASTER-WORK           PIC X(61).
001370 01  WS-MASTER-NAME           PIC X(15).
001380 01  WS-WORK-CHAR             PIC X(01).
001390 01  WS-LAST-OUT-CHAR         PIC X(01).
001400 01  WS-CHAR-SUB              PIC 9(03) COMP.
001410 01  WS-OUT-SUB               PIC 9(03) COMP.

001420 01  WS-EDIT-COUNTERS.
001430     05  WS-COUNT-ED          PIC ZZZZ9.

001440 01  WS-REPORT-LINE           PIC X(80).

001450*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001460     COPY "audchn.cpy".

001470 PROCEDURE DIVISION.

001480******************************************************************
001490* 0000-MAINLINE.
001500******************************************************************
001510 0000-MAINLINE.
001520     MOVE "NAMEBAT" TO RH-PROGRAM-NAME.
001530     CALL "BIZDATE" USING RH-RUN-DATE.
001540     ACCEPT RH-RUN-TIME FROM TIME.
001550     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001560         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001580     PERFORM 2000-APPLY-TRANSACTION
001590         THRU 2000-APPLY-TRANSACTION-EXIT
001600         UNTIL WS-EOF.
001610     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001620     ACCEPT RH-RUN-TIME FROM TIME.
001630     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001640         RH-RUN-TIME.
001650     STOP RUN.

001660******************************************************************
001670* 1000-INITIALIZE - RECORD THE OPERATOR AND OPEN FILES.
001680******************************************************************
001690 1000-INITIALIZE.
001700     OPEN OUTPUT UPDATE-RPT.
001710     MOVE "STUDENT NAME UPDATE REPORT" TO WS-REPORT-LINE.
001720     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
001730     MOVE "TYP STUDENT  DOC OUTCOME" TO WS-REPORT-LINE.
001740     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

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

002070     OPEN INPUT STUDENT-MASTER.
002080     OPEN OUTPUT MASTER-TRANSACTIONS.
002090     OPEN I-O NAME-HISTORY.
002100     IF WS-HIST-STATUS = "35"
002110         OPEN OUTPUT NAME-HISTORY
002120         CLOSE NAME-HISTORY
002130         OPEN I-O NAME-HISTORY
002140     END-IF.
002150     OPEN I-O NAME-FILE.
002160     IF WS-NAME-STATUS = "35"
002170         OPEN OUTPUT NAME-FILE
002180         CLOSE NAME-FILE
002190         OPEN I-O NAME-FILE
002200     END-IF.

002210     OPEN INPUT NAME-TRANSACTIONS.
002220     IF WS-TRAN-STATUS NOT = "00"
002230         MOVE "  (NO NAME TRANSACTION FILE)" TO WS-REPORT-LINE
002240         WRITE NR-REPORT-LINE FROM WS-REPORT-LINE
002250         SET WS-EOF TO TRUE
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.

002280     PERFORM 2100-READ-TRANSACTION
002290         THRU 2100-READ-TRANSACTION-EXIT.
002300 1000-INITIALIZE-EXIT.
002310     EXIT.

002320******************************************************************
002330* 2100-READ-TRANSACTION - GET THE NEXT TRANSACTION.
002340******************************************************************
002350 2100-READ-TRANSACTION.
002360     READ NAME-TRANSACTIONS
002370         AT END
002380             SET WS-EOF TO TRUE
002390     END-READ.
002400 2100-READ-TRANSACTION-EXIT.
002410     EXIT.

002420******************************************************************
002430* 2000-APPLY-TRANSACTION - EDIT AND APPLY ONE TRANSACTION.
002440******************************************************************
002450 2000-APPLY-TRANSACTION.
002460     ADD 1 TO WS-RECORDS-READ.
002470     MOVE SPACES TO WS-REJECT-TEXT.
002480     MOVE SPACES TO WS-FORMER-NAME.
002490     MOVE SPACES TO WS-NEW-NAME.
002500     MOVE NW-DOCUMENT-TYPE TO WS-DOCUMENT-TYPE.
002510     MOVE "N" TO WS-LEGAL-MOVED-SWITCH.

002520     IF NOT NW-TYPE-ADD AND NOT NW-TYPE-CHANGE
002530             AND NOT NW-TYPE-DELETE
002540         MOVE "BAD TRANSACTION TYPE" TO WS-REJECT-TEXT
002550         GO TO 2000-WRITE-OUTCOME
002560     END-IF.

002570     MOVE NW-STUDENT-ID TO SM-STUDENT-ID.
002580     READ STUDENT-MASTER
002590         INVALID KEY
002600             MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002610     END-READ.
002620     IF WS-REJECT-TEXT = SPACES AND WS-MAST-STATUS NOT = "00"
002630         MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-TEXT
002640     END-IF.
002650     IF WS-REJECT-TEXT NOT = SPACES
002660         GO TO 2000-WRITE-OUTCOME
002670     END-IF.

002680     IF NOT NW-TYPE-DELETE
002690         PERFORM 2200-EDIT-FIELDS THRU 2200-EDIT-FIELDS-EXIT
002700         IF WS-REJECT-TEXT NOT = SPACES
002710             GO TO 2000-WRITE-OUTCOME
002720         END-IF
002730     END-IF.

002740     EVALUATE TRUE
002750         WHEN NW-TYPE-ADD
002760             PERFORM 2300-APPLY-ADD THRU 2300-APPLY-ADD-EXIT
002770         WHEN NW-TYPE-CHANGE
002780             PERFORM 2400-APPLY-CHANGE THRU 2400-APPLY-CHANGE-EXIT
002790         WHEN NW-TYPE-DELETE
002800             PERFORM 2500-APPLY-DELETE THRU 2500-APPLY-DELETE-EXIT
002810     END-EVALUATE.

002820     IF WS-REJECT-TEXT = SPACES
002830         ADD 1 TO WS-RECORDS-APPLIED
002840         PERFORM 2600-WRITE-NAME-HISTORY
002850             THRU 2600-WRITE-NAME-HISTORY-EXIT
002860         IF WS-LEGAL-MOVED
002870             PERFORM 2800-CUT-MASTER-TRANSACTION
002880                 THRU 2800-CUT-MASTER-TRANSACTION-EXIT
002890         END-IF
002900     END-IF.

002910 2000-WRITE-OUTCOME.
002920     MOVE SPACES TO WS-REPORT-LINE.
002930     IF WS-REJECT-TEXT = SPACES
002940         STRING NW-TRANSACTION-TYPE DELIMITED BY SIZE
002950                "   "               DELIMITED BY SIZE
002960                NW-STUDENT-ID       DELIMITED BY SIZE
002970                "  "                DELIMITED BY SIZE
002980                WS-DOCUMENT-TYPE    DELIMITED BY SIZE
002990                "  APPLIED  "       DELIMITED BY SIZE
003000                WS-NEW-LAST         DELIMITED BY "  "
003010             INTO WS-REPORT-LINE
003020     ELSE
003030         ADD 1 TO WS-RECORDS-REJECTED
003040         STRING NW-TRANSACTION-TYPE DELIMITED BY SIZE
003050                "   "               DELIMITED BY SIZE
003060                NW-STUDENT-ID       DELIMITED BY SIZE
003070                "  "                DELIMITED BY SIZE
003080                NW-DOCUMENT-TYPE    DELIMITED BY SIZE
003090                "  REJECTED - "     DELIMITED BY SIZE
003100                WS-REJECT-TEXT      DELIMITED BY SIZE
003110             INTO WS-REPORT-LINE
003120     END-IF.
003130     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

003140     PERFORM 2100-READ-TRANSACTION
003150         THRU 2100-READ-TRANSACTION-EXIT.
003160 2000-APPLY-TRANSACTION-EXIT.
003170     EXIT.

003180******************************************************************
003190* 2200-EDIT-FIELDS - FIELD EDITS FOR ADD AND CHANGE.
003200******************************************************************
003210 2200-EDIT-FIELDS.
003220     IF NW-LEGAL-LAST = SPACES
003230         MOVE "LEGAL LAST NAME REQUIRED" TO WS-REJECT-TEXT
003240         GO TO 2200-EDIT-FIELDS-EXIT
003250     END-IF.
003260     IF NW-LEGAL-LAST (1:1) = SPACE
003270         MOVE "LAST NAME LEADING SPACE" TO WS-REJECT-TEXT
003280         GO TO 2200-EDIT-FIELDS-EXIT
003290     END-IF.
003300     MOVE NW-LEGAL-LAST TO WS-PART-EDIT.
003310     MOVE "LAST" TO WS-PART-LABEL.
003320     PERFORM 2250-EDIT-ONE-PART THRU 2250-EDIT-ONE-PART-EXIT.
003330     IF WS-REJECT-TEXT NOT = SPACES
003340         GO TO 2200-EDIT-FIELDS-EXIT
003350     END-IF.
003360     MOVE NW-LEGAL-FIRST TO WS-PART-EDIT.
003370     MOVE "FIRST" TO WS-PART-LABEL.
003380     PERFORM 2250-EDIT-ONE-PART THRU 2250-EDIT-ONE-PART-EXIT.
003390     IF WS-REJECT-TEXT NOT = SPACES
003400         GO TO 2200-EDIT-FIELDS-EXIT
003410     END-IF.
003420     MOVE NW-LEGAL-MIDDLE TO WS-PART-EDIT.
003430     MOVE "MIDDLE" TO WS-PART-LABEL.
003440     PERFORM 2250-EDIT-ONE-PART THRU 2250-EDIT-ONE-PART-EXIT.
003450     IF WS-REJECT-TEXT NOT = SPACES
003460         GO TO 2200-EDIT-FIELDS-EXIT
003470     END-IF.
003480     MOVE NW-PREFERRED-FIRST TO WS-PART-EDIT.
003490     MOVE "PREFERRED" TO WS-PART-LABEL.
003500     PERFORM 2250-EDIT-ONE-PART THRU 2250-EDIT-ONE-PART-EXIT.
003510     IF WS-REJECT-TEXT NOT = SPACES
003520         GO TO 2200-EDIT-FIELDS-EXIT
003530     END-IF.
003540     IF NW-DOCUMENT-TYPE NOT = SPACES
003550         MOVE NW-DOCUMENT-TYPE TO LH-DOCUMENT-TYPE
003560         IF NOT LH-DOC-LEGAL-CHANGE AND NOT LH-DOC-PREFERRED
003570             MOVE "UNKNOWN DOCUMENT TYPE" TO WS-REJECT-TEXT
003580         END-IF
003590     END-IF.
003600 2200-EDIT-FIELDS-EXIT.
003610     EXIT.

003620******************************************************************
003630* 2250-EDIT-ONE-PART - LETTERS AND SPACES ONCE HYPHENS,
003640*                      APOSTROPHES AND PERIODS ARE SET ASIDE.
003650******************************************************************
003660 2250-EDIT-ONE-PART.
003670     INSPECT WS-PART-EDIT CONVERTING "-'." TO "   ".
003680     IF WS-PART-EDIT IS NOT ALPHABETIC
003690         STRING WS-PART-LABEL     DELIMITED BY SPACE
003700                " NAME HAS BAD CHARACTER" DELIMITED BY SIZE
003710             INTO WS-REJECT-TEXT
003720     END-IF.
003730 2250-EDIT-ONE-PART-EXIT.
003740     EXIT.

003750******************************************************************
003760* 2300-APPLY-ADD - A NEW NAME RECORD.  THE DOCUMENT DEFAULTS TO
003770*                  THE INITIAL RECORD (IN).
003780******************************************************************
003790 2300-APPLY-ADD.
003800     MOVE NW-STUDENT-ID TO LG-STUDENT-ID.
003810     READ NAME-FILE
003820         INVALID KEY
003830             CONTINUE
003840     END-READ.
003850     IF WS-NAME-STATUS = "00"
003860         MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
003870         GO TO 2300-APPLY-ADD-EXIT
003880     END-IF.
003890     IF WS-DOCUMENT-TYPE = SPACES
003900         MOVE "IN" TO WS-DOCUMENT-TYPE
003910     END-IF.
003920     PERFORM 2700-MOVE-TO-RECORD THRU 2700-MOVE-TO-RECORD-EXIT.
003930     WRITE LG-NAME-RECORD
003940         INVALID KEY
003950             MOVE "ALREADY ON FILE" TO WS-REJECT-TEXT
003960             GO TO 2300-APPLY-ADD-EXIT
003970     END-WRITE.
003980     PERFORM 2750-SAVE-NEW-NAME THRU 2750-SAVE-NEW-NAME-EXIT.
003990     SET WS-LEGAL-MOVED TO TRUE.
004000 2300-APPLY-ADD-EXIT.
004010     EXIT.

004020******************************************************************
004030* 2400-APPLY-CHANGE - AN UPDATE TO AN EXISTING RECORD.  A MOVED
004040*                     LEGAL PART NEEDS A LEGAL DOCUMENT; A MOVED
004050*                     PREFERRED NAME ALONE IS AN ELECTION (PN).
004060******************************************************************
004070 2400-APPLY-CHANGE.
004080     MOVE NW-STUDENT-ID TO LG-STUDENT-ID.
004090     READ NAME-FILE
004100         INVALID KEY
004110             MOVE "NOT ON FILE" TO WS-REJECT-TEXT
004120     END-READ.
004130     IF WS-REJECT-TEXT NOT = SPACES
004140         GO TO 2400-APPLY-CHANGE-EXIT
004150     END-IF.
004160     PERFORM 2760-SAVE-FORMER-NAME
004170         THRU 2760-SAVE-FORMER-NAME-EXIT.
004180     IF NW-LEGAL-LAST NOT = LG-LEGAL-LAST
004190             OR NW-LEGAL-FIRST NOT = LG-LEGAL-FIRST
004200             OR NW-LEGAL-MIDDLE NOT = LG-LEGAL-MIDDLE
004210         SET WS-LEGAL-MOVED TO TRUE
004220     END-IF.
004230     EVALUATE TRUE
004240         WHEN WS-LEGAL-MOVED
004250             MOVE WS-DOCUMENT-TYPE TO LH-DOCUMENT-TYPE
004260             IF NOT LH-DOC-LEGAL-CHANGE
004270                 MOVE "LEGAL CHANGE NEEDS DOCUMENT"
004280                     TO WS-REJECT-TEXT
004290                 GO TO 2400-APPLY-CHANGE-EXIT
004300             END-IF
004310         WHEN NW-PREFERRED-FIRST NOT = LG-PREFERRED-FIRST
004320             IF WS-DOCUMENT-TYPE = SPACES
004330                 MOVE "PN" TO WS-DOCUMENT-TYPE
004340             END-IF
004350         WHEN OTHER
004360             MOVE "NO CHANGE TO THE NAME" TO WS-REJECT-TEXT
004370             GO TO 2400-APPLY-CHANGE-EXIT
004380     END-EVALUATE.
004390     PERFORM 2700-MOVE-TO-RECORD THRU 2700-MOVE-TO-RECORD-EXIT.
004400     REWRITE LG-NAME-RECORD.
004410     PERFORM 2750-SAVE-NEW-NAME THRU 2750-SAVE-NEW-NAME-EXIT.
004420 2400-APPLY-CHANGE-EXIT.
004430     EXIT.

004440******************************************************************
004450* 2500-APPLY-DELETE - REMOVE A RECORD; THE STUDENT FALLS BACK TO
004460*                     THE MASTER NAME.  THE HISTORY KEEPS THE
004470*                     NAME AS FORMER (RM).
004480******************************************************************
004490 2500-APPLY-DELETE.
004500     MOVE NW-STUDENT-ID TO LG-STUDENT-ID.
004510     READ NAME-FILE
004520         INVALID KEY
004530             MOVE "NOT ON FILE" TO WS-REJECT-TEXT
004540     END-READ.
004550     IF WS-REJECT-TEXT NOT = SPACES
004560         GO TO 2500-APPLY-DELETE-EXIT
004570     END-IF.
004580     PERFORM 2760-SAVE-FORMER-NAME
004590         THRU 2760-SAVE-FORMER-NAME-EXIT.
004600     MOVE "RM" TO WS-DOCUMENT-TYPE.
004610     DELETE NAME-FILE.
004620 2500-APPLY-DELETE-EXIT.
004630     EXIT.

004640******************************************************************
004650* 2700-MOVE-TO-RECORD - BUILD THE SATELLITE RECORD FROM THE
004660*                       TRANSACTION'S FIELDS.
004670******************************************************************
004680 2700-MOVE-TO-RECORD.
004690     MOVE NW-STUDENT-ID TO LG-STUDENT-ID.
004700     MOVE NW-LEGAL-LAST TO LG-LEGAL-LAST.
004710     MOVE NW-LEGAL-FIRST TO LG-LEGAL-FIRST.
004720     MOVE NW-LEGAL-MIDDLE TO LG-LEGAL-MIDDLE.
004730     MOVE NW-PREFERRED-FIRST TO LG-PREFERRED-FIRST.
004740     MOVE RH-RUN-DATE TO LG-LAST-CHANGE-DATE.
004750 2700-MOVE-TO-RECORD-EXIT.
004760     EXIT.

004770 2750-SAVE-NEW-NAME.
004780     MOVE LG-LEGAL-LAST TO WS-NEW-LAST.
004790     MOVE LG-LEGAL-FIRST TO WS-NEW-FIRST.
004800     MOVE LG-LEGAL-MIDDLE TO WS-NEW-MIDDLE.
004810     MOVE LG-PREFERRED-FIRST TO WS-NEW-PREFERRED.
004820 2750-SAVE-NEW-NAME-EXIT.
004830     EXIT.

004840 2760-SAVE-FORMER-NAME.
004850     MOVE LG-LEGAL-LAST TO WS-FORMER-LAST.
004860     MOVE LG-LEGAL-FIRST TO WS-FORMER-FIRST.
004870     MOVE LG-LEGAL-MIDDLE TO WS-FORMER-MIDDLE.
004880     MOVE LG-PREFERRED-FIRST TO WS-FORMER-PREFERRED.
004890 2760-SAVE-FORMER-NAME-EXIT.
004900     EXIT.

004910******************************************************************
004920* 2600-WRITE-NAME-HISTORY - THE DATED FORMER/NEW ENTRY.  TWO
004930*                           CHANGES FOR ONE STUDENT IN THE SAME
004940*                           HUNDREDTH OF A SECOND TAKE THE NEXT
004950*                           FREE TIME VALUE.
004960******************************************************************
004970 2600-WRITE-NAME-HISTORY.
004980     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "22"
004990         GO TO 2600-WRITE-NAME-HISTORY-EXIT
005000     END-IF.
005010     MOVE NW-STUDENT-ID TO LH-STUDENT-ID.
005020     MOVE RH-RUN-DATE TO LH-CHANGE-DATE.
005030     ACCEPT LH-CHANGE-TIME FROM TIME.
005040     MOVE WS-FORMER-LAST TO LH-FORMER-LAST.
005050     MOVE WS-FORMER-FIRST TO LH-FORMER-FIRST.
005060     MOVE WS-FORMER-MIDDLE TO LH-FORMER-MIDDLE.
005070     MOVE WS-FORMER-PREFERRED TO LH-FORMER-PREFERRED.
005080     MOVE WS-NEW-LAST TO LH-NEW-LAST.
005090     MOVE WS-NEW-FIRST TO LH-NEW-FIRST.
005100     MOVE WS-NEW-MIDDLE TO LH-NEW-MIDDLE.
005110     MOVE WS-NEW-PREFERRED TO LH-NEW-PREFERRED.
005120     MOVE WS-DOCUMENT-TYPE TO LH-DOCUMENT-TYPE.
005130     MOVE RH-PROGRAM-NAME TO LH-PROGRAM-NAME.
005140     MOVE WS-CURRENT-USERNAME TO LH-OPERATOR.
005150     MOVE "N" TO WS-HIST-DONE-SWITCH.
005160     MOVE ZERO TO WS-HIST-TRIES.
005170     PERFORM 2610-WRITE-ONE-ENTRY THRU 2610-WRITE-ONE-ENTRY-EXIT
005180         UNTIL WS-HIST-DONE.
005190 2600-WRITE-NAME-HISTORY-EXIT.
005200     EXIT.

005210 2610-WRITE-ONE-ENTRY.
005220     ADD 1 TO WS-HIST-TRIES.
005230     WRITE LH-NAME-CHANGE-RECORD
005240         INVALID KEY
005250             ADD 1 TO LH-CHANGE-TIME
005260         NOT INVALID KEY
005270             SET WS-HIST-DONE TO TRUE
005280     END-WRITE.
005290     IF WS-HIST-TRIES > 99
005300         SET WS-HIST-DONE TO TRUE
005310     END-IF.
005320 2610-WRITE-ONE-ENTRY-EXIT.
005330     EXIT.

005340******************************************************************
005350* 2800-CUT-MASTER-TRANSACTION - WHEN THE LEGAL NAME MOVES, A
005360*                               STUDBAT CHANGE CARRYING THE NEW
005370*                               MASTER NAME AND THE STANDING
005380*                               MASTER FIELDS.  NONE IS CUT WHEN
005390*                               THE MASTER NAME ALREADY MATCHES.
005400******************************************************************
005410 2800-CUT-MASTER-TRANSACTION.
005420     IF WS-MOUT-STATUS NOT = "00"
005430         GO TO 2800-CUT-MASTER-TRANSACTION-EXIT
005440     END-IF.
005450     MOVE SPACES TO WS-MASTER-WORK.
005460     STRING WS-NEW-LAST       DELIMITED BY "  "
005470            " "               DELIMITED BY SIZE
005480            WS-NEW-FIRST      DELIMITED BY "  "
005490         INTO WS-MASTER-WORK.
005500     MOVE SPACES TO WS-MASTER-NAME.
005510     MOVE SPACE TO WS-LAST-OUT-CHAR.
005520     MOVE ZERO TO WS-OUT-SUB.
005530     PERFORM 2810-COPY-ONE-CHAR THRU 2810-COPY-ONE-CHAR-EXIT
005540         VARYING WS-CHAR-SUB FROM 1 BY 1
005550         UNTIL WS-CHAR-SUB > 61 OR WS-OUT-SUB = 15.
005560     IF WS-MASTER-NAME = SM-STUDENT-NAME
005570         GO TO 2800-CUT-MASTER-TRANSACTION-EXIT
005580     END-IF.
005590     MOVE SM-STUDENT-ID TO ST-STUDENT-ID.
005600     MOVE WS-MASTER-NAME TO ST-STUDENT-NAME.
005610     MOVE SM-DATE-OF-BIRTH TO ST-DATE-OF-BIRTH.
005620     MOVE SM-MAJOR-CODE TO ST-MAJOR-CODE.
005630     MOVE SM-ENROLLMENT-STATUS TO ST-ENROLLMENT-STATUS.
005640     MOVE ZERO TO ST-NEW-STUDENT-ID.
005650     SET ST-TYPE-CHANGE TO TRUE.
005660     WRITE ST-TRANSACTION-RECORD.
005670     ADD 1 TO WS-MASTER-TRANS.
005680 2800-CUT-MASTER-TRANSACTION-EXIT.
005690     EXIT.

005700******************************************************************
005710* 2810-COPY-ONE-CHAR - LETTERS CARRY OVER, A HYPHEN OR SPACE
005720*                      BECOMES ONE SPACE, ANYTHING ELSE DROPS.
005730******************************************************************
005740 2810-COPY-ONE-CHAR.
005750     MOVE WS-MASTER-WORK (WS-CHAR-SUB:1) TO WS-WORK-CHAR.
005760     IF WS-WORK-CHAR = "-"
005770         MOVE SPACE TO WS-WORK-CHAR
005780     END-IF.
005790     IF WS-WORK-CHAR = SPACE
005800         IF WS-OUT-SUB = ZERO OR WS-LAST-OUT-CHAR = SPACE
005810             GO TO 2810-COPY-ONE-CHAR-EXIT
005820         END-IF
005830     ELSE
005840         IF WS-WORK-CHAR IS NOT ALPHABETIC
005850             GO TO 2810-COPY-ONE-CHAR-EXIT
005860         END-IF
005870     END-IF.
005880     ADD 1 TO WS-OUT-SUB.
005890     MOVE WS-WORK-CHAR TO WS-MASTER-NAME (WS-OUT-SUB:1).
005900     MOVE WS-WORK-CHAR TO WS-LAST-OUT-CHAR.
005910 2810-COPY-ONE-CHAR-EXIT.
005920     EXIT.

005930******************************************************************
005940* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
005950******************************************************************
005960 3000-FINISH.
005970     MOVE SPACES TO WS-REPORT-LINE.
005980     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
005990     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
006000     MOVE SPACES TO WS-REPORT-LINE.
006010     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
006020            WS-COUNT-ED           DELIMITED BY SIZE
006030         INTO WS-REPORT-LINE.
006040     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006050     MOVE WS-RECORDS-APPLIED TO WS-COUNT-ED.
006060     MOVE SPACES TO WS-REPORT-LINE.
006070     STRING "APPLIED:           " DELIMITED BY SIZE
006080            WS-COUNT-ED           DELIMITED BY SIZE
006090         INTO WS-REPORT-LINE.
006100     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006110     MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED.
006120     MOVE SPACES TO WS-REPORT-LINE.
006130     STRING "REJECTED:          " DELIMITED BY SIZE
006140            WS-COUNT-ED           DELIMITED BY SIZE
006150         INTO WS-REPORT-LINE.
006160     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.
006170     MOVE WS-MASTER-TRANS TO WS-COUNT-ED.
006180     MOVE SPACES TO WS-REPORT-LINE.
006190     STRING "MASTER NAME CHANGES CUT: " DELIMITED BY SIZE
006200            WS-COUNT-ED           DELIMITED BY SIZE
006210         INTO WS-REPORT-LINE.
006220     WRITE NR-REPORT-LINE FROM WS-REPORT-LINE.

006230     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
006240         CLOSE NAME-TRANSACTIONS
006250     END-IF.
006260     CLOSE NAME-FILE.
006270     CLOSE NAME-HISTORY.
006280     CLOSE STUDENT-MASTER.
006290     CLOSE MASTER-TRANSACTIONS.
006300     CLOSE UPDATE-RPT.

006310     IF WS-RECORDS-REJECTED > ZERO
006320         MOVE 4 TO RETURN-CODE
006330     ELSE
006340         MOVE 0 TO RETURN-CODE
006350     END-IF.
006360 3000-FINISH-EXIT.
006370     EXIT.

006380 END PROGRAM NAMEBAT.
