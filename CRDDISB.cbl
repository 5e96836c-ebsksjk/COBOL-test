000010******************************************************************
000020* PROGRAM-ID : CRDDISB
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   CREDIT-BALANCE REFUND DISBURSEMENT.  WALKS THE TERM BILLING
000090*   FILE (STUBILL) AND, FOR EVERY BILL IN CREDIT, NOTES THE
000100*   FIRST DAY IT WAS SEEN IN CREDIT (CREDAGE).  A CREDIT THAT
000110*   HAS STOOD AT LEAST THE DISBPARM NUMBER OF DAYS, ON A
000120*   STUDENT WITH NO ACTIVE HOLD OF ANY KIND, IS REFUNDED:
000130*     - BY EFT TO THE STUDENT'S ACTIVE DIRECT-DEPOSIT ACCOUNT
000140*       (DIRDEP), OTHERWISE BY CHECK TO THE STUDEMOG ADDRESS -
000150*       A STUDENT WITH NEITHER IS AN EXCEPTION (RETURN-CODE 4);
000160*     - WRITTEN TO THE BANK FILE (DISBFILE) BETWEEN A HEADER
000170*       AND A TRAILER CARRYING THE CONTROL COUNTS AND TOTALS;
000180*     - POSTED TO THE BILL AS A CHARGE SO THE BALANCE RETURNS
000190*       TO ZERO, AND KEPT ON DISBHIST.
000200*   THE DISBURSEMENT REGISTER LISTS EVERY REFUND, EVERY CREDIT
000210*   HELD BACK BY A HOLD AND EVERY EXCEPTION, WITH THE TOTALS
000215*   AND AN APPROVAL LINE FOR THE BURSAR.  EVERY REFUND PAID IS
000220*   ALSO WRITTEN TO THE GENERAL-LEDGER ACTIVITY FILE (GLACTV),
000225*   WITH THE FILE TOTAL AS ITS CONTROL RECORD.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-10-15  RO   ORIGINAL PROGRAM.
000253*   2026-10-15  RO   REFUNDS PAID WRITTEN TO THE GL ACTIVITY FILE
000256*                    (GLACTV) FOR THE DAILY JOURNAL.
000257*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000258*                    AS A CHAIN STEP BY CALL.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    CRDDISB.
000290 AUTHOR.        R. OKONKWO.
000300 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DISB-PARM ASSIGN TO "DISBPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PARM-STATUS.

000390     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS BL-BILL-KEY
000430         FILE STATUS IS WS-BILL-STATUS.

000440     SELECT CREDIT-AGE-FILE ASSIGN TO "CREDAGE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CA-BILL-KEY
000480         FILE STATUS IS WS-AGE-STATUS.

000490     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HD-HOLD-KEY
000530         FILE STATUS IS WS-HOLD-STATUS.

000540     SELECT DIRECT-DEPOSIT-FILE ASSIGN TO "DIRDEP"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS DR-STUDENT-ID
000580         FILE STATUS IS WS-DEP-STATUS.

000590     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SM-STUDENT-ID
000630         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-MAST-STATUS.

000660     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS DG-STUDENT-ID
000700         FILE STATUS IS WS-DEMO-STATUS.

000710     SELECT DISB-HIST-FILE ASSIGN TO "DISBHIST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CD-DISB-KEY
000750         FILE STATUS IS WS-HIST-STATUS.

000760     SELECT BANK-FILE ASSIGN TO "DISBFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BANK-STATUS.

000790     SELECT DISB-RPT ASSIGN TO "CRDREG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RPT-STATUS.

000812     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000814         ORGANIZATION IS LINE SEQUENTIAL
000816         FILE STATUS IS WS-GLACT-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  DISB-PARM.
000850 01  DP-PARM-RECORD.
000860     05  DP-MIN-AGE-DAYS      PIC 9(03).

000870 FD  BILLING-FILE.
000880     COPY "billrec.cpy".

000890 FD  CREDIT-AGE-FILE.
000900     COPY "credage.cpy".

000910 FD  HOLD-FILE.
000920     COPY "holdrec.cpy".

000930 FD  DIRECT-DEPOSIT-FILE.
000940     COPY "dirdep.cpy".

000950 FD  STUDENT-MASTER.
000960     COPY "studrec.cpy".

000970 FD  DEMOG-FILE.
000980     COPY "demogrec.cpy".

000990 FD  DISB-HIST-FILE.
001000     COPY "disbhist.cpy".

001010 FD  BANK-FILE.
001020     COPY "disbrec.cpy".

001030 FD  DISB-RPT.
001040 01  CB-REPORT-LINE           PIC X(80).

001043 FD  GL-ACTIVITY-FILE.
001046     COPY "glactv.cpy".

001050 WORKING-STORAGE SECTION.
001060     COPY "runhdr.cpy".

001070 01  WS-SWITCHES.
001080     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001090         88  WS-EOF           VALUE "Y".
001100     05  WS-HOLD-EOF-SWITCH   PIC X(01) VALUE "N".
001110         88  WS-HOLD-EOF      VALUE "Y".
001120     05  WS-HELD-SWITCH       PIC X(01) VALUE "N".
001130         88  WS-HELD          VALUE "Y".
001140     05  WS-HOLD-OPEN-SWITCH  PIC X(01) VALUE "N".
001150         88  WS-HOLD-FILE-OPEN VALUE "Y".
001160     05  WS-DEP-OPEN-SWITCH   PIC X(01) VALUE "N".
001170         88  WS-DEP-FILE-OPEN VALUE "Y".
001180     05  WS-DEMO-OPEN-SWITCH  PIC X(01) VALUE "N".
001190         88  WS-DEMO-FILE-OPEN VALUE "Y".

001200 01  WS-FILE-STATUSES.
001210     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001220     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
001230     05  WS-AGE-STATUS        PIC X(02) VALUE "00".
001240     05  WS-HOLD-STATUS       PIC X(02) VALUE "00".
001250     05  WS-DEP-STATUS        PIC X(02) VALUE "00".
001260     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001270     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001280     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
001290     05  WS-BANK-STATUS       PIC X(02) VALUE "00".
001300     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001305     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".

001310*    RUN PARAMETER - THE DEFAULT STANDS WHEN DISBPARM IS ABSENT.
001320 01  WS-MIN-AGE-DAYS          PIC 9(03) VALUE 14.

001330 01  WS-COUNTERS COMP.
001340     05  WS-BILLS-READ        PIC 9(05) VALUE ZERO.
001350     05  WS-CREDIT-COUNT      PIC 9(05) VALUE ZERO.
001360     05  WS-WAITING-COUNT     PIC 9(05) VALUE ZERO.
001370     05  WS-HELD-COUNT        PIC 9(05) VALUE ZERO.
001380     05  WS-EXCEPTION-COUNT   PIC 9(05) VALUE ZERO.
001390     05  WS-EFT-COUNT         PIC 9(06) VALUE ZERO.
001400     05  WS-CHECK-COUNT       PIC 9(06) VALUE ZERO.
001410     05  WS-SEQ-NO            PIC 9(06) VALUE ZERO.

001420 01  WS-EFT-TOTAL             PIC 9(09)V99 VALUE ZERO.
001430 01  WS-CHECK-TOTAL           PIC 9(09)V99 VALUE ZERO.
001440 01  WS-REFUND-AMT            PIC 9(07)V99.
001450 01  WS-CREDIT-DAYS           PIC S9(05).
001460 01  WS-METHOD-TEXT           PIC X(05).

001470 01  WS-EDIT-FIELDS.
001480     05  WS-COUNT-ED          PIC ZZZZZ9.
001490     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
001500     05  WS-DAYS-ED           PIC ZZZZ9.
001510     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.

001520 01  WS-REPORT-LINE           PIC X(80).

001530 PROCEDURE DIVISION.

001540******************************************************************
001550* 0000-MAINLINE.
001560******************************************************************
001570 0000-MAINLINE.
001580     MOVE "CRDDISB" TO RH-PROGRAM-NAME.
001590     CALL "BIZDATE" USING RH-RUN-DATE.
001600     ACCEPT RH-RUN-TIME FROM TIME.
001610     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001620         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001630     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001640     PERFORM 2000-ONE-BILL THRU 2000-ONE-BILL-EXIT
001650         UNTIL WS-EOF.
001660     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001670     ACCEPT RH-RUN-TIME FROM TIME.
001680     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001690         RH-RUN-TIME.
001695*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
001700     GOBACK.

001710******************************************************************
001720* 1000-INITIALIZE - READ THE PARAMETER, OPEN FILES AND WRITE
001730*                   THE BANK FILE HEADER.
001740******************************************************************
001750 1000-INITIALIZE.
001760     OPEN OUTPUT DISB-RPT.
001770     MOVE "CREDIT-BALANCE REFUND DISBURSEMENT REGISTER"
001780         TO WS-REPORT-LINE.
001790     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
001792     OPEN EXTEND GL-ACTIVITY-FILE.
001794     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
001796         OPEN OUTPUT GL-ACTIVITY-FILE
001798     END-IF.

001800     OPEN INPUT DISB-PARM.
001810     IF WS-PARM-STATUS = "00"
001820         READ DISB-PARM
001830             AT END
001840                 CONTINUE
001850             NOT AT END
001860                 MOVE DP-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
001870         END-READ
001880         CLOSE DISB-PARM
001890     END-IF.
001900     MOVE WS-MIN-AGE-DAYS TO WS-DAYS-ED.
001910     MOVE SPACES TO WS-REPORT-LINE.
001920     STRING "CREDITS STANDING AT LEAST " DELIMITED BY SIZE
001930            WS-DAYS-ED                   DELIMITED BY SIZE
001940            " DAYS, NO ACTIVE HOLD"      DELIMITED BY SIZE
001950         INTO WS-REPORT-LINE.
001960     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
001970     MOVE "STUDENT  TERM  NAME            METHOD"
001980         TO WS-REPORT-LINE.
001990     MOVE "AMOUNT   NOTE" TO WS-REPORT-LINE (51:).
002000     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.

002010     OPEN I-O BILLING-FILE.
002020     IF WS-BILL-STATUS NOT = "00"
002030         MOVE "  (BILLING FILE NOT AVAILABLE - NOTHING PAID)"
002040             TO WS-REPORT-LINE
002050         WRITE CB-REPORT-LINE FROM WS-REPORT-LINE
002060         SET WS-EOF TO TRUE
002070         MOVE 8 TO RETURN-CODE
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF.
002100     OPEN OUTPUT BANK-FILE.
002110     IF WS-BANK-STATUS NOT = "00"
002120         MOVE "  (BANK FILE CANNOT BE WRITTEN - NOTHING PAID)"
002130             TO WS-REPORT-LINE
002140         WRITE CB-REPORT-LINE FROM WS-REPORT-LINE
002150         SET WS-EOF TO TRUE
002160         MOVE 8 TO RETURN-CODE
002170         GO TO 1000-INITIALIZE-EXIT
002180     END-IF.

002190     OPEN I-O CREDIT-AGE-FILE.
002200     IF WS-AGE-STATUS = "35"
002210         OPEN OUTPUT CREDIT-AGE-FILE
002220         CLOSE CREDIT-AGE-FILE
002230         OPEN I-O CREDIT-AGE-FILE
002240     END-IF.
002250     OPEN I-O DISB-HIST-FILE.
002260     IF WS-HIST-STATUS = "35"
002270         OPEN OUTPUT DISB-HIST-FILE
002280         CLOSE DISB-HIST-FILE
002290         OPEN I-O DISB-HIST-FILE
002300     END-IF.
002310*    A MISSING HOLD, DIRECT-DEPOSIT OR DEMOGRAPHICS FILE MEANS
002320*    NO HOLDS, NO EFT ELECTIONS, NO ADDRESSES RESPECTIVELY.
002330     OPEN INPUT HOLD-FILE.
002340     IF WS-HOLD-STATUS = "00"
002350         SET WS-HOLD-FILE-OPEN TO TRUE
002360     END-IF.
002370     OPEN INPUT DIRECT-DEPOSIT-FILE.
002380     IF WS-DEP-STATUS = "00"
002390         SET WS-DEP-FILE-OPEN TO TRUE
002400     END-IF.
002410     OPEN INPUT DEMOG-FILE.
002420     IF WS-DEMO-STATUS = "00"
002430         SET WS-DEMO-FILE-OPEN TO TRUE
002440     END-IF.
002450     OPEN INPUT STUDENT-MASTER.

002460     MOVE SPACES TO DS-DISB-RECORD.
002470     SET DS-HEADER TO TRUE.
002480     MOVE RH-RUN-DATE TO DS-FILE-DATE.
002490     MOVE RH-RUN-TIME TO DS-FILE-TIME.
002500     MOVE "WESTFIELD UNIVERSITY BURSAR" TO DS-ORIGINATOR.
002510     WRITE DS-DISB-RECORD.

002520     PERFORM 2100-READ-BILL THRU 2100-READ-BILL-EXIT.
002530 1000-INITIALIZE-EXIT.
002540     EXIT.

002550******************************************************************
002560* 2100-READ-BILL - NEXT TERM BILL, IN KEY ORDER.
002570******************************************************************
002580 2100-READ-BILL.
002590     READ BILLING-FILE NEXT RECORD
002600         AT END
002610             SET WS-EOF TO TRUE
002620     END-READ.
002630 2100-READ-BILL-EXIT.
002640     EXIT.

002650******************************************************************
002660* 2000-ONE-BILL - AGE A CREDIT BALANCE AND REFUND IT ONCE IT
002670*                 HAS STOOD LONG ENOUGH.
002680******************************************************************
002690 2000-ONE-BILL.
002700     ADD 1 TO WS-BILLS-READ.
002710     MOVE BL-BILL-KEY TO CA-BILL-KEY.
002720     READ CREDIT-AGE-FILE
002730         INVALID KEY
002740             MOVE ZERO TO CA-FIRST-SEEN
002750     END-READ.

002760*    NOT IN CREDIT (OR NO LONGER) - FORGET ANY AGE KEPT FOR IT.
002770     IF BL-BALANCE NOT < ZERO
002780         IF WS-AGE-STATUS = "00"
002790             DELETE CREDIT-AGE-FILE
002800         END-IF
002810         GO TO 2000-NEXT-BILL
002820     END-IF.
002830     ADD 1 TO WS-CREDIT-COUNT.
002840     IF WS-AGE-STATUS NOT = "00"
002850         MOVE BL-BILL-KEY TO CA-BILL-KEY
002860         MOVE RH-RUN-DATE TO CA-FIRST-SEEN
002870         WRITE CA-CREDIT-AGE-RECORD
002880     END-IF.
002890     COMPUTE WS-CREDIT-DAYS =
002900         FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
002910         - FUNCTION INTEGER-OF-DATE(CA-FIRST-SEEN).
002920     IF WS-CREDIT-DAYS < WS-MIN-AGE-DAYS
002930         ADD 1 TO WS-WAITING-COUNT
002940         GO TO 2000-NEXT-BILL
002950     END-IF.

002960     COMPUTE WS-REFUND-AMT = ZERO - BL-BALANCE.
002970     MOVE BL-STUDENT-ID TO SM-STUDENT-ID.
002980     READ STUDENT-MASTER
002990         INVALID KEY
003000             MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
003010     END-READ.

003020     IF WS-HOLD-FILE-OPEN
003030         PERFORM 2200-CHECK-HOLDS THRU 2200-CHECK-HOLDS-EXIT
003040     END-IF.
003050     IF WS-HELD
003060         ADD 1 TO WS-HELD-COUNT
003070         MOVE "HELD " TO WS-METHOD-TEXT
003080         MOVE "ACTIVE HOLD - NOT PAID" TO WS-REPORT-LINE (60:)
003090         PERFORM 2700-REGISTER-LINE THRU 2700-REGISTER-LINE-EXIT
003100         GO TO 2000-NEXT-BILL
003110     END-IF.

003120     PERFORM 2300-BUILD-DETAIL THRU 2300-BUILD-DETAIL-EXIT.
003130     IF NOT DS-BY-EFT AND NOT DS-BY-CHECK
003140         ADD 1 TO WS-EXCEPTION-COUNT
003150         MOVE "*****" TO WS-METHOD-TEXT
003160         MOVE "*** NO EFT OR ADDRESS" TO WS-REPORT-LINE (60:)
003170         PERFORM 2700-REGISTER-LINE THRU 2700-REGISTER-LINE-EXIT
003180         GO TO 2000-NEXT-BILL
003190     END-IF.
003200     PERFORM 2500-PAY-REFUND THRU 2500-PAY-REFUND-EXIT.

003210 2000-NEXT-BILL.
003220     PERFORM 2100-READ-BILL THRU 2100-READ-BILL-EXIT.
003230 2000-ONE-BILL-EXIT.
003240     EXIT.

003250******************************************************************
003260* 2200-CHECK-HOLDS - DOES THE STUDENT HAVE ANY ACTIVE HOLD?
003270******************************************************************
003280 2200-CHECK-HOLDS.
003290     MOVE "N" TO WS-HELD-SWITCH.
003300     MOVE "N" TO WS-HOLD-EOF-SWITCH.
003310     MOVE BL-STUDENT-ID TO HD-STUDENT-ID.
003320     MOVE LOW-VALUES TO HD-HOLD-TYPE.
003330     START HOLD-FILE
003340         KEY IS NOT LESS THAN HD-HOLD-KEY
003350         INVALID KEY
003360             SET WS-HOLD-EOF TO TRUE
003370     END-START.
003380     PERFORM 2210-ONE-HOLD THRU 2210-ONE-HOLD-EXIT
003390         UNTIL WS-HOLD-EOF OR WS-HELD.
003400 2200-CHECK-HOLDS-EXIT.
003410     EXIT.

003420******************************************************************
003430* 2210-ONE-HOLD - LOOK AT ONE OF THE STUDENT'S HOLDS.
003440******************************************************************
003450 2210-ONE-HOLD.
003460     READ HOLD-FILE NEXT RECORD
003470         AT END
003480             SET WS-HOLD-EOF TO TRUE
003490             GO TO 2210-ONE-HOLD-EXIT
003500     END-READ.
003510     IF HD-STUDENT-ID NOT = BL-STUDENT-ID
003520         SET WS-HOLD-EOF TO TRUE
003530         GO TO 2210-ONE-HOLD-EXIT
003540     END-IF.
003550     IF HD-ACTIVE
003560         SET WS-HELD TO TRUE
003570     END-IF.
003580 2210-ONE-HOLD-EXIT.
003590     EXIT.

003600******************************************************************
003610* 2300-BUILD-DETAIL - FILL THE BANK DETAIL: EFT WHEN THE
003620*                     STUDENT HAS AN ACTIVE DIRECT-DEPOSIT
003630*                     ELECTION, ELSE A CHECK TO THE STUDEMOG
003640*                     ADDRESS.  WITH NEITHER THE METHOD IS LEFT
003650*                     BLANK FOR THE CALLER TO EXCEPTION-LIST.
003660******************************************************************
003670 2300-BUILD-DETAIL.
003680     MOVE SPACES TO DS-DISB-RECORD.
003690     SET DS-DETAIL TO TRUE.
003700     MOVE BL-STUDENT-ID TO DS-STUDENT-ID.
003710     MOVE BL-TERM-CODE TO DS-TERM-CODE.
003720     MOVE WS-REFUND-AMT TO DS-AMOUNT.
003730     MOVE SM-STUDENT-NAME TO DS-PAYEE-NAME.
003740     MOVE ZERO TO DS-ROUTING-NO.

003750     IF WS-DEP-FILE-OPEN
003760         MOVE BL-STUDENT-ID TO DR-STUDENT-ID
003770         READ DIRECT-DEPOSIT-FILE
003780             INVALID KEY
003790                 MOVE "I" TO DR-STATUS
003800         END-READ
003810         IF DR-ACTIVE
003820             SET DS-BY-EFT TO TRUE
003830             MOVE DR-ROUTING-NO TO DS-ROUTING-NO
003840             MOVE DR-ACCOUNT-NO TO DS-ACCOUNT-NO
003850             MOVE DR-ACCOUNT-TYPE TO DS-ACCOUNT-TYPE
003860             MOVE "EFT  " TO WS-METHOD-TEXT
003870             GO TO 2300-BUILD-DETAIL-EXIT
003880         END-IF
003890     END-IF.

003900     IF NOT WS-DEMO-FILE-OPEN
003910         GO TO 2300-BUILD-DETAIL-EXIT
003920     END-IF.
003930     MOVE BL-STUDENT-ID TO DG-STUDENT-ID.
003940     READ DEMOG-FILE
003950         INVALID KEY
003960             GO TO 2300-BUILD-DETAIL-EXIT
003970     END-READ.
003980     IF DG-ADDRESS-1 = SPACES
003990         GO TO 2300-BUILD-DETAIL-EXIT
004000     END-IF.
004010     SET DS-BY-CHECK TO TRUE.
004020     MOVE DG-ADDRESS-1 TO DS-ADDRESS-1.
004030     MOVE DG-ADDRESS-2 TO DS-ADDRESS-2.
004040     MOVE DG-CITY TO DS-CITY.
004050     MOVE DG-STATE TO DS-STATE.
004060     MOVE DG-ZIP TO DS-ZIP.
004070     MOVE "CHECK" TO WS-METHOD-TEXT.
004080 2300-BUILD-DETAIL-EXIT.
004090     EXIT.

004100******************************************************************
004110* 2500-PAY-REFUND - WRITE THE BANK DETAIL, POST THE REFUND TO
004120*                   THE BILL AS A CHARGE, KEEP IT ON DISBHIST
004130*                   AND DROP THE CREDIT'S AGE ROW.
004140******************************************************************
004150 2500-PAY-REFUND.
004160     ADD 1 TO WS-SEQ-NO.
004170     MOVE WS-SEQ-NO TO DS-SEQ-NO.
004180     WRITE DS-DISB-RECORD.
004190     IF DS-BY-EFT
004200         ADD 1 TO WS-EFT-COUNT
004210         ADD WS-REFUND-AMT TO WS-EFT-TOTAL
004220     ELSE
004230         ADD 1 TO WS-CHECK-COUNT
004240         ADD WS-REFUND-AMT TO WS-CHECK-TOTAL
004250     END-IF.

004260     ADD WS-REFUND-AMT TO BL-ASSESSED-AMT.
004270     COMPUTE BL-BALANCE = BL-ASSESSED-AMT - BL-AID-AMT
004280         - BL-REFUND-AMT - BL-PAID-AMT.
004290     REWRITE BL-BILLING-RECORD.
004295     PERFORM 2600-GL-ACTIVITY THRU 2600-GL-ACTIVITY-EXIT.

004300     MOVE BL-STUDENT-ID TO CD-STUDENT-ID.
004310     MOVE BL-TERM-CODE TO CD-TERM-CODE.
004320     MOVE RH-RUN-DATE TO CD-DISB-DATE.
004330     MOVE WS-REFUND-AMT TO CD-AMOUNT.
004340     MOVE DS-METHOD TO CD-METHOD.
004350     MOVE WS-SEQ-NO TO CD-SEQ-NO.
004360     WRITE CD-DISB-HIST-RECORD
004370         INVALID KEY
004380             READ DISB-HIST-FILE
004390             ADD WS-REFUND-AMT TO CD-AMOUNT
004400             MOVE WS-SEQ-NO TO CD-SEQ-NO
004410             REWRITE CD-DISB-HIST-RECORD
004420     END-WRITE.

004430     MOVE BL-BILL-KEY TO CA-BILL-KEY.
004440     DELETE CREDIT-AGE-FILE
004450         INVALID KEY
004460             CONTINUE
004470     END-DELETE.

004480     MOVE "PAID" TO WS-REPORT-LINE (60:).
004490     PERFORM 2700-REGISTER-LINE THRU 2700-REGISTER-LINE-EXIT.
004500 2500-PAY-REFUND-EXIT.
004501     EXIT.

004502******************************************************************
004503* 2600-GL-ACTIVITY - THE REFUND PAID, FOR THE GENERAL LEDGER.
004504******************************************************************
004505 2600-GL-ACTIVITY.
004506     IF WS-GLACT-STATUS NOT = "00"
004507         GO TO 2600-GL-ACTIVITY-EXIT
004508     END-IF.
004509     SET GA-DETAIL TO TRUE.
004510     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
004511     MOVE RH-RUN-DATE TO GA-POST-DATE.
004512     SET GA-CAT-CREDIT-PAID TO TRUE.
004513     MOVE BL-STUDENT-ID TO GA-STUDENT-ID.
004514     MOVE BL-TERM-CODE TO GA-TERM-CODE.
004515     MOVE WS-REFUND-AMT TO GA-AMOUNT.
004516     MOVE ZERO TO GA-ITEM-COUNT.
004517     WRITE GA-ACTIVITY-RECORD.
004518 2600-GL-ACTIVITY-EXIT.
004519     EXIT.

004520******************************************************************
004530* 2700-REGISTER-LINE - ONE REGISTER LINE.  THE CALLER LEAVES
004540*                      THE NOTE AT COLUMN 60 AND THE METHOD IN
004550*                      WS-METHOD-TEXT.
004560******************************************************************
004570 2700-REGISTER-LINE.
004580     MOVE WS-REFUND-AMT TO WS-AMOUNT-ED.
004590     MOVE BL-STUDENT-ID TO WS-REPORT-LINE (1:8).
004600     MOVE SPACES TO WS-REPORT-LINE (9:51).
004610     MOVE BL-TERM-CODE TO WS-REPORT-LINE (10:5).
004620     MOVE SM-STUDENT-NAME TO WS-REPORT-LINE (16:15).
004630     MOVE WS-METHOD-TEXT TO WS-REPORT-LINE (32:5).
004640     MOVE WS-AMOUNT-ED TO WS-REPORT-LINE (45:12).
004650     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
004660     MOVE SPACES TO WS-REPORT-LINE.
004670 2700-REGISTER-LINE-EXIT.
004680     EXIT.

004690******************************************************************
004700* 3000-FINISH - BANK FILE TRAILER, TOTALS, APPROVAL LINE AND
004710*               CLOSE FILES.
004720******************************************************************
004730 3000-FINISH.
004740     IF WS-BANK-STATUS = "00"
004750         MOVE SPACES TO DS-DISB-RECORD
004760         SET DS-TRAILER TO TRUE
004770         COMPUTE DS-DETAIL-COUNT = WS-EFT-COUNT + WS-CHECK-COUNT
004780         MOVE WS-EFT-COUNT TO DS-EFT-COUNT
004790         MOVE WS-EFT-TOTAL TO DS-EFT-TOTAL
004800         MOVE WS-CHECK-COUNT TO DS-CHECK-COUNT
004810         MOVE WS-CHECK-TOTAL TO DS-CHECK-TOTAL
004820         COMPUTE DS-FILE-TOTAL = WS-EFT-TOTAL + WS-CHECK-TOTAL
004830         WRITE DS-DISB-RECORD
004840     END-IF.

004850     MOVE SPACES TO WS-REPORT-LINE.
004860     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
004870     MOVE WS-BILLS-READ TO WS-COUNT-ED.
004880     MOVE SPACES TO WS-REPORT-LINE.
004890     STRING "BILLS READ:       " DELIMITED BY SIZE
004900            WS-COUNT-ED          DELIMITED BY SIZE
004910         INTO WS-REPORT-LINE.
004920     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
004930     MOVE WS-CREDIT-COUNT TO WS-COUNT-ED.
004940     MOVE SPACES TO WS-REPORT-LINE.
004950     STRING "IN CREDIT:        " DELIMITED BY SIZE
004960            WS-COUNT-ED          DELIMITED BY SIZE
004970         INTO WS-REPORT-LINE.
004980     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
004990     MOVE WS-WAITING-COUNT TO WS-COUNT-ED.
005000     MOVE SPACES TO WS-REPORT-LINE.
005010     STRING "NOT YET DUE:      " DELIMITED BY SIZE
005020            WS-COUNT-ED          DELIMITED BY SIZE
005030         INTO WS-REPORT-LINE.
005040     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005050     MOVE WS-HELD-COUNT TO WS-COUNT-ED.
005060     MOVE SPACES TO WS-REPORT-LINE.
005070     STRING "HELD BY HOLDS:    " DELIMITED BY SIZE
005080            WS-COUNT-ED          DELIMITED BY SIZE
005090         INTO WS-REPORT-LINE.
005100     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005110     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
005120     MOVE SPACES TO WS-REPORT-LINE.
005130     STRING "EXCEPTIONS:       " DELIMITED BY SIZE
005140            WS-COUNT-ED          DELIMITED BY SIZE
005150         INTO WS-REPORT-LINE.
005160     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005170     MOVE WS-EFT-COUNT TO WS-COUNT-ED.
005180     MOVE WS-EFT-TOTAL TO WS-TOTAL-ED.
005190     MOVE SPACES TO WS-REPORT-LINE.
005200     STRING "EFT REFUNDS:      " DELIMITED BY SIZE
005210            WS-COUNT-ED          DELIMITED BY SIZE
005220            "  "                 DELIMITED BY SIZE
005230            WS-TOTAL-ED          DELIMITED BY SIZE
005240         INTO WS-REPORT-LINE.
005250     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005260     MOVE WS-CHECK-COUNT TO WS-COUNT-ED.
005270     MOVE WS-CHECK-TOTAL TO WS-TOTAL-ED.
005280     MOVE SPACES TO WS-REPORT-LINE.
005290     STRING "CHECK REFUNDS:    " DELIMITED BY SIZE
005300            WS-COUNT-ED          DELIMITED BY SIZE
005310            "  "                 DELIMITED BY SIZE
005320            WS-TOTAL-ED          DELIMITED BY SIZE
005330         INTO WS-REPORT-LINE.
005340     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005350     COMPUTE WS-COUNT-ED = WS-EFT-COUNT + WS-CHECK-COUNT.
005360     COMPUTE WS-TOTAL-ED = WS-EFT-TOTAL + WS-CHECK-TOTAL.
005370     MOVE SPACES TO WS-REPORT-LINE.
005380     STRING "FILE TOTAL:       " DELIMITED BY SIZE
005390            WS-COUNT-ED          DELIMITED BY SIZE
005400            "  "                 DELIMITED BY SIZE
005410            WS-TOTAL-ED          DELIMITED BY SIZE
005420         INTO WS-REPORT-LINE.
005430     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005440     MOVE SPACES TO WS-REPORT-LINE.
005450     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005460     MOVE "APPROVED FOR RELEASE TO THE BANK: ____________________"
005470         TO WS-REPORT-LINE.
005480     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.
005490     MOVE "DATE: ____________"
005500         TO WS-REPORT-LINE.
005501     WRITE CB-REPORT-LINE FROM WS-REPORT-LINE.

005502*    THE REGISTER'S FILE TOTAL IS THE LEDGER'S CONTROL.
005503     IF WS-GLACT-STATUS = "00"
005504         SET GA-CONTROL TO TRUE
005505         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
005506         MOVE RH-RUN-DATE TO GA-POST-DATE
005507         SET GA-CAT-CREDIT-PAID TO TRUE
005508         MOVE ZERO TO GA-STUDENT-ID
005509         MOVE SPACES TO GA-TERM-CODE
005510         COMPUTE GA-AMOUNT = WS-EFT-TOTAL + WS-CHECK-TOTAL
005511         COMPUTE GA-ITEM-COUNT = WS-EFT-COUNT + WS-CHECK-COUNT
005512         WRITE GA-ACTIVITY-RECORD
005513         CLOSE GL-ACTIVITY-FILE
005514     END-IF.

005515     CLOSE DISB-RPT.
005530     IF RETURN-CODE NOT = 8
005540         CLOSE BILLING-FILE
005550         CLOSE BANK-FILE
005560         CLOSE CREDIT-AGE-FILE
005570         CLOSE DISB-HIST-FILE
005580         CLOSE STUDENT-MASTER
005590     END-IF.
005600     IF WS-HOLD-FILE-OPEN
005610         CLOSE HOLD-FILE
005620     END-IF.
005630     IF WS-DEP-FILE-OPEN
005640         CLOSE DIRECT-DEPOSIT-FILE
005650     END-IF.
005660     IF WS-DEMO-FILE-OPEN
005670         CLOSE DEMOG-FILE
005680     END-IF.

005690     EVALUATE TRUE
005700         WHEN RETURN-CODE = 8
005710             CONTINUE
005720         WHEN WS-EXCEPTION-COUNT > ZERO
005730             MOVE 4 TO RETURN-CODE
005740         WHEN OTHER
005750             MOVE 0 TO RETURN-CODE
005760     END-EVALUATE.
005770 3000-FINISH-EXIT.
005780     EXIT.

005790 END PROGRAM CRDDISB.
