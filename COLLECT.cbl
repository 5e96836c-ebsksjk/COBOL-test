000010******************************************************************
000020* PROGRAM-ID : COLLECT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   MONTHLY COLLECTIONS CYCLE, RUN AFTER THE RECEIVABLES AGING
000090*   (BILLAGE).  TWO PARTS:
000100*     - WRITE-OFFS.  EVERY TERM BALANCE THE BURSAR HAS APPROVED
000110*       AS UNCOLLECTIBLE (WOTRAN) IS WRITTEN OFF: A RECORD GOES
000120*       TO THE BAD-DEBT HISTORY (BADDEBT) WITH THE APPROVER AND
000130*       THE SIGNED-ON OPERATOR, THE REFERRAL (COLLREF) IS MARKED
000140*       WRITTEN OFF, AND THE AMOUNT GOES TO THE GENERAL-LEDGER
000150*       ACTIVITY FILE (GLACTV).  THE BILL ITSELF IS NOT CHANGED -
000160*       THE DEBT IS STILL OWED AND STAYS ON STUPROF, BUT BILLAGE
000170*       NO LONGER AGES IT.  AN APPROVAL FOR A BILL NOT ON FILE,
000180*       NOTHING OWING, ALREADY WRITTEN OFF, WITH NO APPROVER OR
000190*       REASON, OR WHOSE BALANCE HAS MOVED SINCE IT WAS APPROVED
000200*       IS REJECTED ON THE REPORT.
000210*     - REFERRALS.  EVERY OPEN TERM BALANCE OLDER THAN THE POLICY
000220*       AGE (COLLPARM, DEFAULT 120 DAYS FROM ASSESSMENT ON THE
000230*       30/360 CONVENTION BILLAGE USES) OF A STUDENT WHO HAS
000240*       WITHDRAWN, GRADUATED OR BEEN ARCHIVED OFF THE MASTER IS
000250*       REFERRED TO THE COLLECTION AGENCY: A RECORD ON THE
000260*       AGENCY'S FILE (AGYREFER) WITH THE LAST KNOWN NAME AND
000270*       ADDRESS, AND A REFERRAL ON COLLREF.  A REFERRAL WHOSE
000280*       BALANCE HAS SINCE BEEN CLEARED IS CLOSED AS PAID.
000290*   THE RUN IS RECORDED ON THE OPERATOR ACTIVITY LOG.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*   2026-10-15  RO   ORIGINAL PROGRAM.
000323*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000326*                    AS A CHAIN STEP BY CALL.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    COLLECT.
000360 AUTHOR.        R. OKONKWO.
000370 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000380 DATE-WRITTEN.  2026-10-15.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT COLL-PARM ASSIGN TO "COLLPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.

000460     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS BL-BILL-KEY
000500         FILE STATUS IS WS-BILL-STATUS.

000510     SELECT REFERRAL-FILE ASSIGN TO "COLLREF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CG-BILL-KEY
000550         FILE STATUS IS WS-REF-STATUS.

000560     SELECT WRITE-OFF-TRANS ASSIGN TO "WOTRAN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-WO-STATUS.

000590     SELECT BAD-DEBT-FILE ASSIGN TO "BADDEBT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BAD-STATUS.

000620     SELECT AGENCY-FILE ASSIGN TO "AGYREFER"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AGY-STATUS.

000650     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SM-STUDENT-ID
000690         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000700             WITH DUPLICATES
000710         FILE STATUS IS WS-MAST-STATUS.

000720     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS DG-STUDENT-ID
000760         FILE STATUS IS WS-DEMO-STATUS.

000770     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SHIST-STATUS.

000800     SELECT DEMOG-HISTORY ASSIGN TO "DEMOHIST"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-DHIST-STATUS.

000830     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CUROPER-STATUS.

000860     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-OPLOG-STATUS.

000890     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-GLACT-STATUS.

000920     SELECT COLL-RPT ASSIGN TO "COLLRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RPT-STATUS.

000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  COLL-PARM.
000980 01  CY-PARM-RECORD.
000990     05  CY-POLICY-DAYS       PIC 9(03).
001000     05  CY-AGENCY-CODE       PIC X(04).

001010 FD  BILLING-FILE.
001020     COPY "billrec.cpy".

001030 FD  REFERRAL-FILE.
001040     COPY "collref.cpy".

001050 FD  WRITE-OFF-TRANS.
001060     COPY "wotran.cpy".

001070 FD  BAD-DEBT-FILE.
001080     COPY "baddebt.cpy".

001090 FD  AGENCY-FILE.
001100     COPY "agyrefer.cpy".

001110 FD  STUDENT-MASTER.
001120     COPY "studrec.cpy".

001130 FD  DEMOG-FILE.
001140     COPY "demogrec.cpy".

001150 FD  STUDENT-HISTORY.
001160     COPY "studhist.cpy".

001170 FD  DEMOG-HISTORY.
001180     COPY "demohist.cpy".

001190 FD  CURRENT-OPERATOR.
001200     COPY "curoper.cpy".

001210 FD  OPERATOR-LOG.
001220     COPY "oplog.cpy".

001230 FD  GL-ACTIVITY-FILE.
001240     COPY "glactv.cpy".

001250 FD  COLL-RPT.
001260 01  CZ-REPORT-LINE           PIC X(80).

001270 WORKING-STORAGE SECTION.
001280     COPY "runhdr.cpy".

001290 01  WS-SWITCHES.
001300     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001310         88  WS-EOF           VALUE "Y".
001320     05  WS-WO-EOF-SWITCH     PIC X(01) VALUE "N".
001330         88  WS-WO-EOF        VALUE "Y".
001340     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE "N".
001350         88  WS-HIST-EOF      VALUE "Y".
001360     05  WS-REF-FOUND-SWITCH  PIC X(01) VALUE "N".
001370         88  WS-REF-FOUND     VALUE "Y".
001380     05  WS-DEMO-OPEN-SWITCH  PIC X(01) VALUE "N".
001390         88  WS-DEMO-FILE-OPEN VALUE "Y".

001400 01  WS-FILE-STATUSES.
001410     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001420     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
001430     05  WS-REF-STATUS        PIC X(02) VALUE "00".
001440     05  WS-WO-STATUS         PIC X(02) VALUE "00".
001450     05  WS-BAD-STATUS        PIC X(02) VALUE "00".
001460     05  WS-AGY-STATUS        PIC X(02) VALUE "00".
001470     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001480     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001490     05  WS-SHIST-STATUS      PIC X(02) VALUE "00".
001500     05  WS-DHIST-STATUS      PIC X(02) VALUE "00".
001510     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001520     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001530     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".
001540     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001550 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001560*    THE COLLECTIONS POLICY - AGE IN DAYS PAST WHICH A FORMER
001570*    STUDENT'S BALANCE IS REFERRED, AND THE AGENCY REFERRED TO.
001580 01  WS-POLICY-DAYS           PIC 9(03) VALUE 120.
001590 01  WS-AGENCY-CODE           PIC X(04) VALUE "AGY1".

001600 01  WS-TODAY-PARTS.
001610     05  WS-TODAY-YYYY        PIC 9(04).
001620     05  WS-TODAY-MM          PIC 9(02).
001630     05  WS-TODAY-DD          PIC 9(02).
001640 01  WS-ASSESS-PARTS.
001650     05  WS-ASSESS-YYYY       PIC 9(04).
001660     05  WS-ASSESS-MM         PIC 9(02).
001670     05  WS-ASSESS-DD         PIC 9(02).
001680 01  WS-AGE-DAYS              PIC S9(05).

001690*    THE STUDENT'S STANDING - "W"/"G" FROM THE MASTER, "A" WHEN
001700*    ARCHIVED OFF IT, SPACE WHEN STILL ENROLLED.
001710 01  WS-STANDING              PIC X(01).
001720 01  WS-REJECT-TEXT           PIC X(30).

001730 01  WS-COUNTERS COMP.
001740     05  WS-BILLS-READ        PIC 9(06) VALUE ZERO.
001750     05  WS-REFERRED-COUNT    PIC 9(06) VALUE ZERO.
001760     05  WS-CLOSED-COUNT      PIC 9(06) VALUE ZERO.
001770     05  WS-WO-READ           PIC 9(06) VALUE ZERO.
001780     05  WS-WO-COUNT          PIC 9(06) VALUE ZERO.
001790     05  WS-WO-REJECTED       PIC 9(06) VALUE ZERO.

001800 01  WS-REFERRED-TOTAL        PIC 9(09)V99 VALUE ZERO.
001810 01  WS-WO-TOTAL              PIC 9(09)V99 VALUE ZERO.

001820 01  WS-EDIT-FIELDS.
001830     05  WS-COUNT-ED          PIC ZZZZZ9.
001840     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
001850     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.
001860     05  WS-DAYS-ED           PIC ZZ9.

001870 01  WS-REPORT-LINE           PIC X(80).

001880*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001890     COPY "audchn.cpy".

001900 PROCEDURE DIVISION.

001910******************************************************************
001920* 0000-MAINLINE.
001930******************************************************************
001940 0000-MAINLINE.
001950     MOVE "COLLECT" TO RH-PROGRAM-NAME.
001960     CALL "BIZDATE" USING RH-RUN-DATE.
001970     ACCEPT RH-RUN-TIME FROM TIME.
001980     MOVE RH-RUN-DATE TO WS-TODAY-PARTS.
001990     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
002000         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
002010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002020     PERFORM 2000-APPLY-WRITE-OFF THRU 2000-APPLY-WRITE-OFF-EXIT
002030         UNTIL WS-WO-EOF.
002040     PERFORM 2500-START-REFERRALS THRU 2500-START-REFERRALS-EXIT.
002050     PERFORM 2600-ONE-BILL THRU 2600-ONE-BILL-EXIT
002060         UNTIL WS-EOF.
002070     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002080     ACCEPT RH-RUN-TIME FROM TIME.
002090     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002100         RH-RUN-TIME.
002105*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
002110     GOBACK.

002120******************************************************************
002130* 1000-INITIALIZE - RECORD THE OPERATOR, LOAD THE POLICY AND
002140*                   OPEN FILES.
002150******************************************************************
002160 1000-INITIALIZE.
002170     OPEN OUTPUT COLL-RPT.
002180     MOVE "COLLECTIONS CYCLE REPORT" TO WS-REPORT-LINE.
002190     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
002200     OPEN EXTEND GL-ACTIVITY-FILE.
002210     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
002220         OPEN OUTPUT GL-ACTIVITY-FILE
002230     END-IF.
002240     PERFORM 1100-RECORD-OPERATOR
002250         THRU 1100-RECORD-OPERATOR-EXIT.

002260     OPEN INPUT COLL-PARM.
002270     IF WS-PARM-STATUS = "00"
002280         READ COLL-PARM
002290             AT END
002300                 MOVE ZERO TO CY-POLICY-DAYS
002310                 MOVE SPACES TO CY-AGENCY-CODE
002320         END-READ
002330         IF CY-POLICY-DAYS IS NUMERIC AND CY-POLICY-DAYS > ZERO
002340             MOVE CY-POLICY-DAYS TO WS-POLICY-DAYS
002350         END-IF
002360         IF CY-AGENCY-CODE NOT = SPACES
002370             MOVE CY-AGENCY-CODE TO WS-AGENCY-CODE
002380         END-IF
002390         CLOSE COLL-PARM
002400     END-IF.
002410     MOVE WS-POLICY-DAYS TO WS-DAYS-ED.
002420     MOVE SPACES TO WS-REPORT-LINE.
002430     STRING "REFERRAL AGE "  DELIMITED BY SIZE
002440            WS-DAYS-ED       DELIMITED BY SIZE
002450            " DAYS   AGENCY " DELIMITED BY SIZE
002460            WS-AGENCY-CODE   DELIMITED BY SIZE
002470            "   RUN BY "     DELIMITED BY SIZE
002480            WS-CURRENT-USERNAME DELIMITED BY SIZE
002490         INTO WS-REPORT-LINE.
002500     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.

002510     OPEN I-O BILLING-FILE.
002520     IF WS-BILL-STATUS NOT = "00"
002530         MOVE "  (BILLING FILE NOT AVAILABLE - NOTHING DONE)"
002540             TO WS-REPORT-LINE
002550         WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE
002560         SET WS-WO-EOF TO TRUE
002570         SET WS-EOF TO TRUE
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610     OPEN I-O REFERRAL-FILE.
002620     IF WS-REF-STATUS = "35"
002630         OPEN OUTPUT REFERRAL-FILE
002640         CLOSE REFERRAL-FILE
002650         OPEN I-O REFERRAL-FILE
002660     END-IF.
002670     OPEN INPUT STUDENT-MASTER.
002680     OPEN INPUT DEMOG-FILE.
002690     IF WS-DEMO-STATUS = "00"
002700         SET WS-DEMO-FILE-OPEN TO TRUE
002710     END-IF.
002720     OPEN OUTPUT AGENCY-FILE.
002730     OPEN EXTEND BAD-DEBT-FILE.
002740     IF WS-BAD-STATUS = "05" OR WS-BAD-STATUS = "35"
002750         OPEN OUTPUT BAD-DEBT-FILE
002760     END-IF.

002770     MOVE SPACES TO WS-REPORT-LINE.
002780     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
002790     MOVE "WRITE-OFFS" TO WS-REPORT-LINE.
002800     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
002810     MOVE "STUDENT  TERM   AMOUNT        OUTCOME"
002820         TO WS-REPORT-LINE.
002830     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
002840     OPEN INPUT WRITE-OFF-TRANS.
002850     IF WS-WO-STATUS NOT = "00"
002860         MOVE "  (NO WRITE-OFF APPROVALS)" TO WS-REPORT-LINE
002870         WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE
002880         SET WS-WO-EOF TO TRUE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF.
002910     PERFORM 2100-READ-WRITE-OFF THRU 2100-READ-WRITE-OFF-EXIT.
002920 1000-INITIALIZE-EXIT.
002930     EXIT.

002940******************************************************************
002950* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
002960*                        APPEND THIS RUN TO THE ACTIVITY LOG,
002970*                        AS THE STUDENT UPDATE DOES.
002980******************************************************************
002990 1100-RECORD-OPERATOR.
003000     MOVE "BATCH" TO WS-CURRENT-USERNAME.
003010     OPEN INPUT CURRENT-OPERATOR.
003020     IF WS-CUROPER-STATUS = "00"
003030         READ CURRENT-OPERATOR
003040             AT END
003050                 CONTINUE
003060         END-READ
003070         IF WS-CUROPER-STATUS = "00"
003080             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
003090         END-IF
003100         CLOSE CURRENT-OPERATOR
003110     END-IF.
003120     OPEN EXTEND OPERATOR-LOG.
003130     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
003140         OPEN OUTPUT OPERATOR-LOG
003150     END-IF.
003160     IF WS-OPLOG-STATUS = "00"
003170         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
003180         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
003190         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
003200         ACCEPT OL-ACTIVITY-TIME FROM TIME
003210         SET AC-FILE-OPLOG TO TRUE
003220         MOVE SPACES TO AC-RECORD-BODY
003230         MOVE OL-ACTIVITY-RECORD (1:29)
003240             TO AC-RECORD-BODY (1:29)
003250         MOVE 29 TO AC-BODY-LENGTH
003260         CALL "AUDCHAIN" USING AC-CHAIN-AREA
003270         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
003280         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
003290         WRITE OL-ACTIVITY-RECORD
003300         CLOSE OPERATOR-LOG
003310     END-IF.
003320 1100-RECORD-OPERATOR-EXIT.
003330     EXIT.

003340******************************************************************
003350* 2100-READ-WRITE-OFF - GET THE NEXT WRITE-OFF APPROVAL.
003360******************************************************************
003370 2100-READ-WRITE-OFF.
003380     READ WRITE-OFF-TRANS
003390         AT END
003400             SET WS-WO-EOF TO TRUE
003410     END-READ.
003420 2100-READ-WRITE-OFF-EXIT.
003430     EXIT.

003440******************************************************************
003450* 2000-APPLY-WRITE-OFF - WRITE OFF ONE APPROVED TERM BALANCE.
003460******************************************************************
003470 2000-APPLY-WRITE-OFF.
003480     ADD 1 TO WS-WO-READ.
003490     MOVE SPACES TO WS-REJECT-TEXT.

003500     IF WO-APPROVED-BY = SPACES
003510         MOVE "NO APPROVING BURSAR" TO WS-REJECT-TEXT
003520         GO TO 2000-WRITE-OUTCOME
003530     END-IF.
003540     IF NOT WO-VALID-REASON
003550         MOVE "BAD REASON CODE" TO WS-REJECT-TEXT
003560         GO TO 2000-WRITE-OUTCOME
003570     END-IF.
003580     MOVE WO-STUDENT-ID TO BL-STUDENT-ID.
003590     MOVE WO-TERM-CODE TO BL-TERM-CODE.
003600     READ BILLING-FILE
003610         INVALID KEY
003620             CONTINUE
003630     END-READ.
003640     IF WS-BILL-STATUS NOT = "00"
003650         MOVE "NO TERM BILL ON FILE" TO WS-REJECT-TEXT
003660         GO TO 2000-WRITE-OUTCOME
003670     END-IF.
003680     IF BL-BALANCE NOT > ZERO
003690         MOVE "NOTHING OWING ON BILL" TO WS-REJECT-TEXT
003700         GO TO 2000-WRITE-OUTCOME
003710     END-IF.
003720     IF BL-BALANCE NOT = WO-AMOUNT
003730         MOVE "BALANCE CHANGED SINCE APPROVAL" TO WS-REJECT-TEXT
003740         GO TO 2000-WRITE-OUTCOME
003750     END-IF.

003760     PERFORM 2700-FIND-REFERRAL THRU 2700-FIND-REFERRAL-EXIT.
003770     IF WS-REF-FOUND AND CG-WRITTEN-OFF
003780         MOVE "ALREADY WRITTEN OFF" TO WS-REJECT-TEXT
003790         GO TO 2000-WRITE-OUTCOME
003800     END-IF.
003810     IF NOT WS-REF-FOUND
003820         INITIALIZE CG-REFERRAL-RECORD
003830         MOVE BL-BILL-KEY TO CG-BILL-KEY
003840         MOVE SPACES TO CG-AGENCY-CODE
003850     END-IF.
003860     SET CG-WRITTEN-OFF TO TRUE.
003870     MOVE RH-RUN-DATE TO CG-STATUS-DATE.
003880     MOVE BL-BALANCE TO CG-WRITEOFF-AMT.
003890     MOVE ZERO TO CG-RECOVERED-AMT.
003900     IF WS-REF-FOUND
003910         REWRITE CG-REFERRAL-RECORD
003920     ELSE
003930         WRITE CG-REFERRAL-RECORD
003940     END-IF.

003950     MOVE BL-STUDENT-ID TO BB-STUDENT-ID.
003960     MOVE BL-TERM-CODE TO BB-TERM-CODE.
003970     MOVE RH-RUN-DATE TO BB-WRITEOFF-DATE.
003980     ACCEPT BB-WRITEOFF-TIME FROM TIME.
003990     MOVE BL-BALANCE TO BB-AMOUNT.
004000     MOVE BL-ASSESSED-AMT TO BB-ASSESSED-AMT.
004010     MOVE BL-AID-AMT TO BB-AID-AMT.
004020     MOVE BL-REFUND-AMT TO BB-REFUND-AMT.
004030     MOVE BL-PAID-AMT TO BB-PAID-AMT.
004040     MOVE CG-REFER-DATE TO BB-REFER-DATE.
004050     MOVE WO-REASON TO BB-REASON.
004060     MOVE WO-APPROVED-BY TO BB-APPROVED-BY.
004070     MOVE WO-APPROVAL-DATE TO BB-APPROVAL-DATE.
004080     MOVE WS-CURRENT-USERNAME TO BB-ENTERED-BY.
004090     MOVE RH-PROGRAM-NAME TO BB-PROGRAM-NAME.
004100     WRITE BB-BAD-DEBT-RECORD.
004110     ADD 1 TO WS-WO-COUNT.
004120     ADD BL-BALANCE TO WS-WO-TOTAL.
004130     PERFORM 2800-GL-ACTIVITY THRU 2800-GL-ACTIVITY-EXIT.

004140 2000-WRITE-OUTCOME.
004150     MOVE WO-AMOUNT TO WS-AMOUNT-ED.
004160     MOVE SPACES TO WS-REPORT-LINE.
004170     IF WS-REJECT-TEXT = SPACES
004180         STRING WO-STUDENT-ID   DELIMITED BY SIZE
004190                " "             DELIMITED BY SIZE
004200                WO-TERM-CODE    DELIMITED BY SIZE
004210                "  "            DELIMITED BY SIZE
004220                WS-AMOUNT-ED    DELIMITED BY SIZE
004230                "  WRITTEN OFF " DELIMITED BY SIZE
004240                WO-REASON       DELIMITED BY SIZE
004250                ", APPROVED BY " DELIMITED BY SIZE
004260                WO-APPROVED-BY  DELIMITED BY SIZE
004270             INTO WS-REPORT-LINE
004280     ELSE
004290         ADD 1 TO WS-WO-REJECTED
004300         STRING WO-STUDENT-ID   DELIMITED BY SIZE
004310                " "             DELIMITED BY SIZE
004320                WO-TERM-CODE    DELIMITED BY SIZE
004330                "  "            DELIMITED BY SIZE
004340                WS-AMOUNT-ED    DELIMITED BY SIZE
004350                "  REJECTED - " DELIMITED BY SIZE
004360                WS-REJECT-TEXT  DELIMITED BY SIZE
004370             INTO WS-REPORT-LINE
004380     END-IF.
004390     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
004400     PERFORM 2100-READ-WRITE-OFF THRU 2100-READ-WRITE-OFF-EXIT.
004410 2000-APPLY-WRITE-OFF-EXIT.
004420     EXIT.

004430******************************************************************
004440* 2500-START-REFERRALS - HEAD THE REFERRAL SECTION AND POSITION
004450*                        AT THE FIRST TERM BILL.
004460******************************************************************
004470 2500-START-REFERRALS.
004480     IF WS-EOF
004490         GO TO 2500-START-REFERRALS-EXIT
004500     END-IF.
004510     MOVE SPACES TO WS-REPORT-LINE.
004520     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
004530     MOVE "REFERRALS" TO WS-REPORT-LINE.
004540     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
004550     MOVE "STUDENT  TERM   BALANCE       AGE  OUTCOME"
004560         TO WS-REPORT-LINE.
004570     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
004580     MOVE LOW-VALUES TO BL-BILL-KEY.
004590     START BILLING-FILE
004600         KEY IS NOT LESS THAN BL-BILL-KEY
004610         INVALID KEY
004620             SET WS-EOF TO TRUE
004630     END-START.
004640     PERFORM 2550-READ-BILL THRU 2550-READ-BILL-EXIT.
004650 2500-START-REFERRALS-EXIT.
004660     EXIT.

004670******************************************************************
004680* 2550-READ-BILL - NEXT TERM BILL.
004690******************************************************************
004700 2550-READ-BILL.
004710     IF WS-EOF
004720         GO TO 2550-READ-BILL-EXIT
004730     END-IF.
004740     READ BILLING-FILE NEXT RECORD
004750         AT END
004760             SET WS-EOF TO TRUE
004770     END-READ.
004780 2550-READ-BILL-EXIT.
004790     EXIT.

004800******************************************************************
004810* 2600-ONE-BILL - CLOSE A REFERRAL NOW PAID, OR REFER AN OLD
004820*                 BALANCE OF A FORMER STUDENT.
004830******************************************************************
004840 2600-ONE-BILL.
004850     ADD 1 TO WS-BILLS-READ.
004860     PERFORM 2700-FIND-REFERRAL THRU 2700-FIND-REFERRAL-EXIT.
004870     IF WS-REF-FOUND
004880         IF CG-AT-AGENCY AND BL-BALANCE NOT > ZERO
004890             SET CG-PAID-IN-FULL TO TRUE
004900             MOVE RH-RUN-DATE TO CG-STATUS-DATE
004910             REWRITE CG-REFERRAL-RECORD
004920             ADD 1 TO WS-CLOSED-COUNT
004930             MOVE ZERO TO WS-AGE-DAYS
004940             MOVE "CLOSED - PAID" TO WS-REJECT-TEXT
004950             PERFORM 2950-REFERRAL-LINE
004960                THRU 2950-REFERRAL-LINE-EXIT
004970         END-IF
004980         GO TO 2600-NEXT-BILL
004990     END-IF.
005000     IF BL-BALANCE NOT > ZERO
005010         GO TO 2600-NEXT-BILL
005020     END-IF.
005030     MOVE BL-ASSESS-DATE TO WS-ASSESS-PARTS.
005040     COMPUTE WS-AGE-DAYS =
005050         ((WS-TODAY-YYYY - WS-ASSESS-YYYY) * 360)
005060         + ((WS-TODAY-MM - WS-ASSESS-MM) * 30)
005070         + (WS-TODAY-DD - WS-ASSESS-DD).
005080     IF WS-AGE-DAYS NOT > WS-POLICY-DAYS
005090         GO TO 2600-NEXT-BILL
005100     END-IF.
005110     PERFORM 2750-STUDENT-STANDING
005120        THRU 2750-STUDENT-STANDING-EXIT.
005130     IF WS-STANDING = SPACE
005140         GO TO 2600-NEXT-BILL
005150     END-IF.
005160     PERFORM 2900-REFER-BILL THRU 2900-REFER-BILL-EXIT.
005170 2600-NEXT-BILL.
005180     PERFORM 2550-READ-BILL THRU 2550-READ-BILL-EXIT.
005190 2600-ONE-BILL-EXIT.
005200     EXIT.

005210******************************************************************
005220* 2700-FIND-REFERRAL - THE BILL'S COLLECTIONS REFERRAL, IF ANY.
005230******************************************************************
005240 2700-FIND-REFERRAL.
005250     MOVE "Y" TO WS-REF-FOUND-SWITCH.
005260     MOVE BL-BILL-KEY TO CG-BILL-KEY.
005270     READ REFERRAL-FILE
005280         INVALID KEY
005290             MOVE "N" TO WS-REF-FOUND-SWITCH
005300     END-READ.
005310 2700-FIND-REFERRAL-EXIT.
005320     EXIT.

005330******************************************************************
005340* 2750-STUDENT-STANDING - WITHDRAWN OR GRADUATED ON THE MASTER,
005350*                         ARCHIVED WHEN NO LONGER ON IT; ANYONE
005360*                         ELSE IS STILL A STUDENT AND NOT SENT.
005370*                         THE NAME AND ADDRESS COME ALONG.
005380******************************************************************
005390 2750-STUDENT-STANDING.
005400     MOVE SPACE TO WS-STANDING.
005410     INITIALIZE AY-REFERRAL-RECORD.
005420     MOVE BL-STUDENT-ID TO SM-STUDENT-ID.
005430     READ STUDENT-MASTER
005440         INVALID KEY
005450             MOVE "A" TO WS-STANDING
005460     END-READ.
005470     IF WS-STANDING = "A"
005480         PERFORM 2760-ARCHIVED-DETAILS
005490             THRU 2760-ARCHIVED-DETAILS-EXIT
005500         GO TO 2750-STUDENT-STANDING-EXIT
005510     END-IF.
005520     IF NOT SM-ENR-WITHDRAWN AND NOT SM-ENR-GRADUATED
005530         GO TO 2750-STUDENT-STANDING-EXIT
005540     END-IF.
005550     MOVE SM-ENROLLMENT-STATUS TO WS-STANDING.
005560     MOVE SM-STUDENT-NAME TO AY-STUDENT-NAME.
005570     IF WS-DEMO-FILE-OPEN
005580         MOVE BL-STUDENT-ID TO DG-STUDENT-ID
005590         READ DEMOG-FILE
005600             INVALID KEY
005610                 GO TO 2750-STUDENT-STANDING-EXIT
005620         END-READ
005630         MOVE DG-ADDRESS-1 TO AY-ADDRESS-1
005640         MOVE DG-ADDRESS-2 TO AY-ADDRESS-2
005650         MOVE DG-CITY TO AY-CITY
005660         MOVE DG-STATE TO AY-STATE
005670         MOVE DG-ZIP TO AY-ZIP
005680         MOVE DG-PHONE TO AY-PHONE
005690     END-IF.
005700 2750-STUDENT-STANDING-EXIT.
005710     EXIT.

005720******************************************************************
005730* 2760-ARCHIVED-DETAILS - NAME AND ADDRESS OF AN ARCHIVED STUDENT
005740*                         FROM THE HISTORY FILES; THE LATEST
005750*                         ARCHIVED GENERATION WINS.
005760******************************************************************
005770 2760-ARCHIVED-DETAILS.
005780     MOVE "N" TO WS-HIST-EOF-SWITCH.
005790     OPEN INPUT STUDENT-HISTORY.
005800     IF WS-SHIST-STATUS = "00"
005810         PERFORM 2770-ONE-STUDENT-HIST
005820             THRU 2770-ONE-STUDENT-HIST-EXIT
005830             UNTIL WS-HIST-EOF
005840         CLOSE STUDENT-HISTORY
005850     END-IF.
005860     MOVE "N" TO WS-HIST-EOF-SWITCH.
005870     OPEN INPUT DEMOG-HISTORY.
005880     IF WS-DHIST-STATUS = "00"
005890         PERFORM 2780-ONE-DEMOG-HIST
005900             THRU 2780-ONE-DEMOG-HIST-EXIT
005910             UNTIL WS-HIST-EOF
005920         CLOSE DEMOG-HISTORY
005930     END-IF.
005940 2760-ARCHIVED-DETAILS-EXIT.
005950     EXIT.

005960 2770-ONE-STUDENT-HIST.
005970     READ STUDENT-HISTORY
005980         AT END
005990             SET WS-HIST-EOF TO TRUE
006000             GO TO 2770-ONE-STUDENT-HIST-EXIT
006010     END-READ.
006020     IF SH-STUDENT-ID = BL-STUDENT-ID
006030         MOVE SH-STUDENT-NAME TO AY-STUDENT-NAME
006040     END-IF.
006050 2770-ONE-STUDENT-HIST-EXIT.
006060     EXIT.

006070 2780-ONE-DEMOG-HIST.
006080     READ DEMOG-HISTORY
006090         AT END
006100             SET WS-HIST-EOF TO TRUE
006110             GO TO 2780-ONE-DEMOG-HIST-EXIT
006120     END-READ.
006130     IF DA-STUDENT-ID = BL-STUDENT-ID
006140         MOVE DA-ADDRESS-1 TO AY-ADDRESS-1
006150         MOVE DA-ADDRESS-2 TO AY-ADDRESS-2
006160         MOVE DA-CITY TO AY-CITY
006170         MOVE DA-STATE TO AY-STATE
006180         MOVE DA-ZIP TO AY-ZIP
006190         MOVE DA-PHONE TO AY-PHONE
006200     END-IF.
006210 2780-ONE-DEMOG-HIST-EXIT.
006220     EXIT.

006230******************************************************************
006240* 2800-GL-ACTIVITY - THE BALANCE WRITTEN OFF, FOR THE GENERAL
006250*                    LEDGER.
006260******************************************************************
006270 2800-GL-ACTIVITY.
006280     IF WS-GLACT-STATUS NOT = "00"
006290         GO TO 2800-GL-ACTIVITY-EXIT
006300     END-IF.
006310     SET GA-DETAIL TO TRUE.
006320     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
006330     MOVE RH-RUN-DATE TO GA-POST-DATE.
006340     SET GA-CAT-WRITE-OFF TO TRUE.
006350     MOVE BL-STUDENT-ID TO GA-STUDENT-ID.
006360     MOVE BL-TERM-CODE TO GA-TERM-CODE.
006370     MOVE BL-BALANCE TO GA-AMOUNT.
006380     MOVE ZERO TO GA-ITEM-COUNT.
006390     WRITE GA-ACTIVITY-RECORD.
006400 2800-GL-ACTIVITY-EXIT.
006410     EXIT.

006420******************************************************************
006430* 2900-REFER-BILL - SEND THE BALANCE TO THE AGENCY AND OPEN THE
006440*                   REFERRAL.
006450******************************************************************
006460 2900-REFER-BILL.
006470     MOVE WS-AGENCY-CODE TO AY-AGENCY-CODE.
006480     MOVE BL-STUDENT-ID TO AY-STUDENT-ID.
006490     MOVE BL-TERM-CODE TO AY-TERM-CODE.
006500     MOVE BL-BALANCE TO AY-BALANCE.
006510     MOVE BL-ASSESS-DATE TO AY-ASSESS-DATE.
006520     MOVE WS-STANDING TO AY-STANDING.
006530     WRITE AY-REFERRAL-RECORD.

006540     INITIALIZE CG-REFERRAL-RECORD.
006550     MOVE BL-BILL-KEY TO CG-BILL-KEY.
006560     MOVE WS-AGENCY-CODE TO CG-AGENCY-CODE.
006570     MOVE RH-RUN-DATE TO CG-REFER-DATE.
006580     MOVE BL-BALANCE TO CG-REFERRED-AMT.
006590     SET CG-AT-AGENCY TO TRUE.
006600     MOVE RH-RUN-DATE TO CG-STATUS-DATE.
006610     WRITE CG-REFERRAL-RECORD.
006620     ADD 1 TO WS-REFERRED-COUNT.
006630     ADD BL-BALANCE TO WS-REFERRED-TOTAL.

006640     MOVE SPACES TO WS-REJECT-TEXT.
006650     STRING "REFERRED ("     DELIMITED BY SIZE
006660            WS-STANDING      DELIMITED BY SIZE
006670            ")"              DELIMITED BY SIZE
006680         INTO WS-REJECT-TEXT.
006690     IF AY-ADDRESS-1 = SPACES
006700         MOVE "REFERRED - NO ADDRESS ON FILE" TO WS-REJECT-TEXT
006710     END-IF.
006720     PERFORM 2950-REFERRAL-LINE THRU 2950-REFERRAL-LINE-EXIT.
006730 2900-REFER-BILL-EXIT.
006740     EXIT.

006750******************************************************************
006760* 2950-REFERRAL-LINE - ONE LINE OF THE REFERRAL SECTION.
006770******************************************************************
006780 2950-REFERRAL-LINE.
006790     MOVE BL-BALANCE TO WS-AMOUNT-ED.
006800     MOVE WS-AGE-DAYS TO WS-DAYS-ED.
006810     MOVE SPACES TO WS-REPORT-LINE.
006820     STRING BL-STUDENT-ID    DELIMITED BY SIZE
006830            " "              DELIMITED BY SIZE
006840            BL-TERM-CODE     DELIMITED BY SIZE
006850            "  "             DELIMITED BY SIZE
006860            WS-AMOUNT-ED     DELIMITED BY SIZE
006870            "  "             DELIMITED BY SIZE
006880            WS-DAYS-ED       DELIMITED BY SIZE
006890            "  "             DELIMITED BY SIZE
006900            WS-REJECT-TEXT   DELIMITED BY SIZE
006910         INTO WS-REPORT-LINE.
006920     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
006930 2950-REFERRAL-LINE-EXIT.
006940     EXIT.

006950******************************************************************
006960* 3000-FINISH - TOTALS, THE LEDGER CONTROL, CLOSE FILES.
006970******************************************************************
006980 3000-FINISH.
006990     MOVE SPACES TO WS-REPORT-LINE.
007000     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007010     MOVE WS-WO-READ TO WS-COUNT-ED.
007020     MOVE SPACES TO WS-REPORT-LINE.
007030     STRING "APPROVALS READ:   " DELIMITED BY SIZE
007040            WS-COUNT-ED          DELIMITED BY SIZE
007050         INTO WS-REPORT-LINE.
007060     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007070     MOVE WS-WO-COUNT TO WS-COUNT-ED.
007080     MOVE SPACES TO WS-REPORT-LINE.
007090     STRING "WRITTEN OFF:      " DELIMITED BY SIZE
007100            WS-COUNT-ED          DELIMITED BY SIZE
007110         INTO WS-REPORT-LINE.
007120     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007130     MOVE WS-WO-REJECTED TO WS-COUNT-ED.
007140     MOVE SPACES TO WS-REPORT-LINE.
007150     STRING "REJECTED:         " DELIMITED BY SIZE
007160            WS-COUNT-ED          DELIMITED BY SIZE
007170         INTO WS-REPORT-LINE.
007180     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007190     MOVE WS-WO-TOTAL TO WS-TOTAL-ED.
007200     MOVE SPACES TO WS-REPORT-LINE.
007210     STRING "AMOUNT WRITTEN OFF:" DELIMITED BY SIZE
007220            WS-TOTAL-ED           DELIMITED BY SIZE
007230         INTO WS-REPORT-LINE.
007240     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007250     MOVE WS-BILLS-READ TO WS-COUNT-ED.
007260     MOVE SPACES TO WS-REPORT-LINE.
007270     STRING "BILLS READ:       " DELIMITED BY SIZE
007280            WS-COUNT-ED          DELIMITED BY SIZE
007290         INTO WS-REPORT-LINE.
007300     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007310     MOVE WS-REFERRED-COUNT TO WS-COUNT-ED.
007320     MOVE SPACES TO WS-REPORT-LINE.
007330     STRING "REFERRED:         " DELIMITED BY SIZE
007340            WS-COUNT-ED          DELIMITED BY SIZE
007350         INTO WS-REPORT-LINE.
007360     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007370     MOVE WS-REFERRED-TOTAL TO WS-TOTAL-ED.
007380     MOVE SPACES TO WS-REPORT-LINE.
007390     STRING "AMOUNT REFERRED:  " DELIMITED BY SIZE
007400            WS-TOTAL-ED          DELIMITED BY SIZE
007410         INTO WS-REPORT-LINE.
007420     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.
007430     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
007440     MOVE SPACES TO WS-REPORT-LINE.
007450     STRING "CLOSED AS PAID:   " DELIMITED BY SIZE
007460            WS-COUNT-ED          DELIMITED BY SIZE
007470         INTO WS-REPORT-LINE.
007480     WRITE CZ-REPORT-LINE FROM WS-REPORT-LINE.

007490*    THE AMOUNT WRITTEN OFF IS THE LEDGER'S CONTROL.
007500     IF WS-GLACT-STATUS = "00"
007510         SET GA-CONTROL TO TRUE
007520         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
007530         MOVE RH-RUN-DATE TO GA-POST-DATE
007540         SET GA-CAT-WRITE-OFF TO TRUE
007550         MOVE ZERO TO GA-STUDENT-ID
007560         MOVE SPACES TO GA-TERM-CODE
007570         MOVE WS-WO-TOTAL TO GA-AMOUNT
007580         MOVE WS-WO-COUNT TO GA-ITEM-COUNT
007590         WRITE GA-ACTIVITY-RECORD
007600         CLOSE GL-ACTIVITY-FILE
007610     END-IF.

007620     CLOSE COLL-RPT.
007630     IF WS-WO-STATUS = "00" OR WS-WO-STATUS = "10"
007640         CLOSE WRITE-OFF-TRANS
007650     END-IF.
007660     IF WS-BILL-STATUS NOT = "35"
007670         CLOSE BILLING-FILE
007680         CLOSE REFERRAL-FILE
007690         CLOSE STUDENT-MASTER
007700         CLOSE AGENCY-FILE
007710         CLOSE BAD-DEBT-FILE
007720     END-IF.
007730     IF WS-DEMO-FILE-OPEN
007740         CLOSE DEMOG-FILE
007750     END-IF.
007760     IF RETURN-CODE NOT = 8
007770         IF WS-WO-REJECTED > ZERO
007780             MOVE 4 TO RETURN-CODE
007790         ELSE
007800             MOVE 0 TO RETURN-CODE
007810         END-IF
007820     END-IF.
007830 3000-FINISH-EXIT.
007840     EXIT.

007850 END PROGRAM COLLECT.
