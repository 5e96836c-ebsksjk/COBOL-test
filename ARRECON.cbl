000010******************************************************************
000020* PROGRAM-ID : ARRECON
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   STUDENT RECEIVABLES SUB-LEDGER RECONCILIATION.  FOR THE TERM
000090*   NAMED BY THE ARRCPARM PARAMETER (BLANK OR NO PARAMETER =
000100*   EVERY TERM ON FILE):
000110*     - PROVES EVERY TERM BILL'S OWN ARITHMETIC ON STUBILL -
000120*       BL-BALANCE MUST EQUAL ASSESSED LESS AID, REFUNDS AND
000130*       PAYMENTS - AND LISTS EACH BILL THAT DOES NOT;
000140*     - TIES THE PAYMENTS, AID AND REFUNDS POSTED ON THE BILLS
000150*       TO THE CUMULATIVE REGISTERS THE POSTING STEPS KEEP:
000160*         PAYMENTS - RECEIPTS PAYPOST POSTED AND RTNPAY HAS NOT
000170*                    TAKEN BACK (RCPTHIST);
000180*         AID      - AWARDS AIDPOST POSTED (AWARDS, POSTED OR
000190*                    SINCE RETURNED) LESS THE UNEARNED AID
000200*                    AIDRETN TOOK BACK (AIDRETRN);
000210*         REFUNDS  - DROP REFUNDS REFNDREG POSTED (REFUNDS).
000220*   PRINTS AN IN-BALANCE / OUT-OF-BALANCE VERDICT WITH EVERY
000230*   DISCREPANCY, AS RECONBAL DOES FOR THE STUDENT UPDATE.  AN
000240*   OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 8 SO THE CHAIN
000250*   STOPS AND SOMEONE LOOKS BEFORE ANY MORE IS POSTED.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   2026-10-15  RO   ORIGINAL PROGRAM.
000283*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000286*                    AS A CHAIN STEP BY CALL.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    ARRECON.
000320 AUTHOR.        R. OKONKWO.
000330 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RECON-PARM ASSIGN TO "ARRCPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.

000420     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS BL-BILL-KEY
000460         FILE STATUS IS WS-BILL-STATUS.

000470     SELECT RECEIPT-FILE ASSIGN TO "RCPTHIST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS RP-RECEIPT-NO
000510         ALTERNATE RECORD KEY IS RP-BILL-KEY
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-RCPT-STATUS.

000540     SELECT AWARD-FILE ASSIGN TO "AWARDS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS AW-AWARD-KEY
000580         FILE STATUS IS WS-AWARD-STATUS.

000590     SELECT AID-RETURN-FILE ASSIGN TO "AIDRETRN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RETN-STATUS.

000620     SELECT REFUND-FILE ASSIGN TO "REFUNDS"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REF-STATUS.

000650     SELECT RECON-RPT ASSIGN TO "ARRECRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RECON-PARM.
000710 01  AQ-PARM-RECORD.
000720     05  AQ-TERM-CODE         PIC X(05).

000730 FD  BILLING-FILE.
000740     COPY "billrec.cpy".

000750 FD  RECEIPT-FILE.
000760     COPY "rcpthist.cpy".

000770 FD  AWARD-FILE.
000780     COPY "awardrec.cpy".

000790 FD  AID-RETURN-FILE.
000800     COPY "aidretn.cpy".

000810 FD  REFUND-FILE.
000820     COPY "refunds.cpy".

000830 FD  RECON-RPT.
000840 01  AK-REPORT-LINE           PIC X(80).

000850 WORKING-STORAGE SECTION.
000860     COPY "runhdr.cpy".

000870 01  WS-SWITCHES.
000880     05  WS-COUNT-EOF-SWITCH  PIC X(01) VALUE "N".
000890         88  WS-COUNT-EOF     VALUE "Y".
000900     05  WS-BALANCED-SWITCH   PIC X(01) VALUE "Y".
000910         88  WS-IN-BALANCE    VALUE "Y".

000920 01  WS-FILE-STATUSES.
000930     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000940     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000950     05  WS-RCPT-STATUS       PIC X(02) VALUE "00".
000960     05  WS-AWARD-STATUS      PIC X(02) VALUE "00".
000970     05  WS-RETN-STATUS       PIC X(02) VALUE "00".
000980     05  WS-REF-STATUS        PIC X(02) VALUE "00".
000990     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001000*    BLANK = RECONCILE EVERY TERM ON FILE.
001010 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001020 01  WS-COUNTERS COMP.
001030     05  WS-BILLS-CHECKED     PIC 9(07) VALUE ZERO.
001040     05  WS-BILLS-WRONG       PIC 9(07) VALUE ZERO.

001050*    WHAT THE TERM BILLS SAY (THE SUB-LEDGER).
001060 01  WS-LEDGER-TOTALS.
001070     05  WS-LEDGER-ASSESSED   PIC 9(11)V99 VALUE ZERO.
001080     05  WS-LEDGER-AID        PIC 9(11)V99 VALUE ZERO.
001090     05  WS-LEDGER-REFUNDS    PIC 9(11)V99 VALUE ZERO.
001100     05  WS-LEDGER-PAID       PIC 9(11)V99 VALUE ZERO.
001110     05  WS-LEDGER-BALANCE    PIC S9(11)V99 VALUE ZERO.

001120*    WHAT THE POSTING REGISTERS SAY.
001130 01  WS-REGISTER-TOTALS.
001140     05  WS-REG-RECEIPTS      PIC 9(11)V99 VALUE ZERO.
001150     05  WS-REG-AWARDS        PIC 9(11)V99 VALUE ZERO.
001160     05  WS-REG-AID-RETURNED  PIC 9(11)V99 VALUE ZERO.
001170     05  WS-REG-AID           PIC S9(11)V99 VALUE ZERO.
001180     05  WS-REG-REFUNDS       PIC 9(11)V99 VALUE ZERO.

001190 01  WS-EXPECTED-BALANCE      PIC S9(07)V99 VALUE ZERO.

001200*    ONE LINE OF THE TIE-OUT, SET BY THE CALLER OF 2650.
001210 01  WS-TIE-FIELDS.
001220     05  WS-TIE-LABEL         PIC X(16).
001230     05  WS-TIE-LEDGER        PIC S9(11)V99.
001240     05  WS-TIE-REGISTER      PIC S9(11)V99.
001250     05  WS-TIE-DIFFERENCE    PIC S9(11)V99.

001260 01  WS-EDIT-FIELDS.
001270     05  WS-NUM-ED            PIC ZZZZZZ9.
001280     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99-.
001290     05  WS-AMOUNT2-ED        PIC Z,ZZZ,ZZ9.99-.
001300     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99-.
001310     05  WS-TOTAL2-ED         PIC ZZZ,ZZZ,ZZ9.99-.
001320     05  WS-DIFF-ED           PIC ZZZ,ZZZ,ZZ9.99-.

001330 01  WS-REPORT-LINE           PIC X(80).

001340 PROCEDURE DIVISION.

001350******************************************************************
001360* 0000-MAINLINE.
001370******************************************************************
001380 0000-MAINLINE.
001390     MOVE "ARRECON" TO RH-PROGRAM-NAME.
001400     CALL "BIZDATE" USING RH-RUN-DATE.
001410     ACCEPT RH-RUN-TIME FROM TIME.
001420     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001430         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001440     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001450     PERFORM 2000-CHECK-BILLS THRU 2000-CHECK-BILLS-EXIT.
001460     PERFORM 2100-SUM-RECEIPTS THRU 2100-SUM-RECEIPTS-EXIT.
001470     PERFORM 2200-SUM-AWARDS THRU 2200-SUM-AWARDS-EXIT.
001480     PERFORM 2300-SUM-AID-RETURNS THRU 2300-SUM-AID-RETURNS-EXIT.
001490     PERFORM 2400-SUM-REFUNDS THRU 2400-SUM-REFUNDS-EXIT.
001500     PERFORM 2600-TIE-REGISTERS THRU 2600-TIE-REGISTERS-EXIT.
001510     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001520     ACCEPT RH-RUN-TIME FROM TIME.
001530     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001540         RH-RUN-TIME.
001545*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
001550     GOBACK.

001560******************************************************************
001570* 1000-INITIALIZE - READ THE PARAMETER AND START THE REPORT.
001580******************************************************************
001590 1000-INITIALIZE.
001600     OPEN OUTPUT RECON-RPT.
001610     MOVE "STUDENT RECEIVABLES RECONCILIATION" TO WS-REPORT-LINE.
001620     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.

001630     OPEN INPUT RECON-PARM.
001640     IF WS-PARM-STATUS = "00"
001650         READ RECON-PARM
001660             AT END
001670                 MOVE SPACES TO AQ-TERM-CODE
001680         END-READ
001690         MOVE AQ-TERM-CODE TO WS-SELECTED-TERM
001700         CLOSE RECON-PARM
001710     END-IF.
001720     MOVE SPACES TO WS-REPORT-LINE.
001730     IF WS-SELECTED-TERM = SPACES
001740         MOVE "ALL TERMS" TO WS-REPORT-LINE
001750     ELSE
001760         STRING "TERM " DELIMITED BY SIZE
001770                WS-SELECTED-TERM DELIMITED BY SIZE
001780             INTO WS-REPORT-LINE
001790     END-IF.
001800     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
001810     MOVE SPACES TO WS-REPORT-LINE.
001820     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
001830 1000-INITIALIZE-EXIT.
001840     EXIT.

001850******************************************************************
001860* 2000-CHECK-BILLS - PROVE EACH TERM BILL'S ARITHMETIC AND TOTAL
001870*                    THE SUB-LEDGER.
001880******************************************************************
001890 2000-CHECK-BILLS.
001900     MOVE "N" TO WS-COUNT-EOF-SWITCH.
001910     OPEN INPUT BILLING-FILE.
001920     IF WS-BILL-STATUS NOT = "00"
001930         MOVE "  STUDENT BILLING FILE NOT AVAILABLE"
001940             TO WS-REPORT-LINE
001950         WRITE AK-REPORT-LINE FROM WS-REPORT-LINE
001960         MOVE "N" TO WS-BALANCED-SWITCH
001970         GO TO 2000-CHECK-BILLS-EXIT
001980     END-IF.
001990     MOVE "BILLS WHOSE BALANCE DOES NOT FOOT:" TO WS-REPORT-LINE.
002000     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
002010     PERFORM 2050-ONE-BILL THRU 2050-ONE-BILL-EXIT
002020         UNTIL WS-COUNT-EOF.
002030     CLOSE BILLING-FILE.
002040     IF WS-BILLS-WRONG = ZERO
002050         MOVE "  (NONE)" TO WS-REPORT-LINE
002060         WRITE AK-REPORT-LINE FROM WS-REPORT-LINE
002070     END-IF.
002080 2000-CHECK-BILLS-EXIT.
002090     EXIT.

002100******************************************************************
002110* 2050-ONE-BILL - FOOT ONE BILL AND ADD IT TO THE SUB-LEDGER.
002120******************************************************************
002130 2050-ONE-BILL.
002140     READ BILLING-FILE NEXT RECORD
002150         AT END
002160             SET WS-COUNT-EOF TO TRUE
002170             GO TO 2050-ONE-BILL-EXIT
002180     END-READ.
002190     IF WS-BILL-STATUS NOT = "00"
002200         SET WS-COUNT-EOF TO TRUE
002210         GO TO 2050-ONE-BILL-EXIT
002220     END-IF.
002230     IF WS-SELECTED-TERM NOT = SPACES
002240             AND BL-TERM-CODE NOT = WS-SELECTED-TERM
002250         GO TO 2050-ONE-BILL-EXIT
002260     END-IF.
002270     ADD 1 TO WS-BILLS-CHECKED.
002280     ADD BL-ASSESSED-AMT TO WS-LEDGER-ASSESSED.
002290     ADD BL-AID-AMT TO WS-LEDGER-AID.
002300     ADD BL-REFUND-AMT TO WS-LEDGER-REFUNDS.
002310     ADD BL-PAID-AMT TO WS-LEDGER-PAID.
002320     ADD BL-BALANCE TO WS-LEDGER-BALANCE.

002330     COMPUTE WS-EXPECTED-BALANCE = BL-ASSESSED-AMT - BL-AID-AMT
002340         - BL-REFUND-AMT - BL-PAID-AMT.
002350     IF WS-EXPECTED-BALANCE = BL-BALANCE
002360         GO TO 2050-ONE-BILL-EXIT
002370     END-IF.
002380     ADD 1 TO WS-BILLS-WRONG.
002390     MOVE "N" TO WS-BALANCED-SWITCH.
002400     MOVE BL-BALANCE TO WS-AMOUNT-ED.
002410     MOVE WS-EXPECTED-BALANCE TO WS-AMOUNT2-ED.
002420     MOVE SPACES TO WS-REPORT-LINE.
002430     STRING "  "               DELIMITED BY SIZE
002440            BL-STUDENT-ID      DELIMITED BY SIZE
002450            " "                DELIMITED BY SIZE
002460            BL-TERM-CODE       DELIMITED BY SIZE
002470            " BALANCE "        DELIMITED BY SIZE
002480            WS-AMOUNT-ED       DELIMITED BY SIZE
002490            " SHOULD BE "      DELIMITED BY SIZE
002500            WS-AMOUNT2-ED      DELIMITED BY SIZE
002510         INTO WS-REPORT-LINE.
002520     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
002530 2050-ONE-BILL-EXIT.
002540     EXIT.

002550******************************************************************
002560* 2100-SUM-RECEIPTS - PAYMENTS REGISTER: RECEIPTS STILL POSTED.
002570******************************************************************
002580 2100-SUM-RECEIPTS.
002590     MOVE "N" TO WS-COUNT-EOF-SWITCH.
002600     OPEN INPUT RECEIPT-FILE.
002610     IF WS-RCPT-STATUS NOT = "00"
002620         MOVE "  (NO RECEIPT HISTORY - RCPTHIST)"
002630             TO WS-REPORT-LINE
002640         WRITE AK-REPORT-LINE FROM WS-REPORT-LINE
002650         GO TO 2100-SUM-RECEIPTS-EXIT
002660     END-IF.
002670     PERFORM 2150-ONE-RECEIPT THRU 2150-ONE-RECEIPT-EXIT
002680         UNTIL WS-COUNT-EOF.
002690     CLOSE RECEIPT-FILE.
002700 2100-SUM-RECEIPTS-EXIT.
002710     EXIT.

002720******************************************************************
002730* 2150-ONE-RECEIPT - ADD ONE RECEIPT NOT RETURNED BY THE BANK.
002740******************************************************************
002750 2150-ONE-RECEIPT.
002760     READ RECEIPT-FILE NEXT RECORD
002770         AT END
002780             SET WS-COUNT-EOF TO TRUE
002790             GO TO 2150-ONE-RECEIPT-EXIT
002800     END-READ.
002810     IF WS-RCPT-STATUS NOT = "00"
002820         SET WS-COUNT-EOF TO TRUE
002830         GO TO 2150-ONE-RECEIPT-EXIT
002840     END-IF.
002850     IF WS-SELECTED-TERM NOT = SPACES
002860             AND RP-TERM-CODE NOT = WS-SELECTED-TERM
002870         GO TO 2150-ONE-RECEIPT-EXIT
002880     END-IF.
002890     IF RP-POSTED
002900         ADD RP-AMOUNT TO WS-REG-RECEIPTS
002910     END-IF.
002920 2150-ONE-RECEIPT-EXIT.
002930     EXIT.

002940******************************************************************
002950* 2200-SUM-AWARDS - AID REGISTER: EVERY AWARD AIDPOST POSTED,
002960*                   WHETHER OR NOT IT HAS SINCE BEEN RETURNED.
002970******************************************************************
002980 2200-SUM-AWARDS.
002990     MOVE "N" TO WS-COUNT-EOF-SWITCH.
003000     OPEN INPUT AWARD-FILE.
003010     IF WS-AWARD-STATUS NOT = "00"
003020         MOVE "  (NO AWARD FILE - AWARDS)" TO WS-REPORT-LINE
003030         WRITE AK-REPORT-LINE FROM WS-REPORT-LINE
003040         GO TO 2200-SUM-AWARDS-EXIT
003050     END-IF.
003060     PERFORM 2250-ONE-AWARD THRU 2250-ONE-AWARD-EXIT
003070         UNTIL WS-COUNT-EOF.
003080     CLOSE AWARD-FILE.
003090 2200-SUM-AWARDS-EXIT.
003100     EXIT.

003110******************************************************************
003120* 2250-ONE-AWARD - ADD ONE POSTED OR RETURNED AWARD.
003130******************************************************************
003140 2250-ONE-AWARD.
003150     READ AWARD-FILE NEXT RECORD
003160         AT END
003170             SET WS-COUNT-EOF TO TRUE
003180             GO TO 2250-ONE-AWARD-EXIT
003190     END-READ.
003200     IF WS-AWARD-STATUS NOT = "00"
003210         SET WS-COUNT-EOF TO TRUE
003220         GO TO 2250-ONE-AWARD-EXIT
003230     END-IF.
003240     IF WS-SELECTED-TERM NOT = SPACES
003250             AND AW-TERM-CODE NOT = WS-SELECTED-TERM
003260         GO TO 2250-ONE-AWARD-EXIT
003270     END-IF.
003280     IF AW-POSTED OR AW-RETURNED
003290         ADD AW-AMOUNT TO WS-REG-AWARDS
003300     END-IF.
003310 2250-ONE-AWARD-EXIT.
003320     EXIT.

003330******************************************************************
003340* 2300-SUM-AID-RETURNS - AID REGISTER: UNEARNED AID TAKEN BACK.
003350******************************************************************
003360 2300-SUM-AID-RETURNS.
003370     MOVE "N" TO WS-COUNT-EOF-SWITCH.
003380     OPEN INPUT AID-RETURN-FILE.
003390     IF WS-RETN-STATUS NOT = "00"
003400         GO TO 2300-SUM-AID-RETURNS-EXIT
003410     END-IF.
003420     PERFORM 2350-ONE-AID-RETURN THRU 2350-ONE-AID-RETURN-EXIT
003430         UNTIL WS-COUNT-EOF.
003440     CLOSE AID-RETURN-FILE.
003450 2300-SUM-AID-RETURNS-EXIT.
003460     EXIT.

003470******************************************************************
003480* 2350-ONE-AID-RETURN - ADD ONE RETURN OF AID.
003490******************************************************************
003500 2350-ONE-AID-RETURN.
003510     READ AID-RETURN-FILE
003520         AT END
003530             SET WS-COUNT-EOF TO TRUE
003540             GO TO 2350-ONE-AID-RETURN-EXIT
003550     END-READ.
003560     IF WS-RETN-STATUS NOT = "00"
003570         SET WS-COUNT-EOF TO TRUE
003580         GO TO 2350-ONE-AID-RETURN-EXIT
003590     END-IF.
003600     IF WS-SELECTED-TERM NOT = SPACES
003610             AND AR-TERM-CODE NOT = WS-SELECTED-TERM
003620         GO TO 2350-ONE-AID-RETURN-EXIT
003630     END-IF.
003640     ADD AR-RETURN-AMT TO WS-REG-AID-RETURNED.
003650 2350-ONE-AID-RETURN-EXIT.
003660     EXIT.

003670******************************************************************
003680* 2400-SUM-REFUNDS - REFUNDS REGISTER: DROP REFUNDS POSTED.
003690******************************************************************
003700 2400-SUM-REFUNDS.
003710     MOVE "N" TO WS-COUNT-EOF-SWITCH.
003720     OPEN INPUT REFUND-FILE.
003730     IF WS-REF-STATUS NOT = "00"
003740         GO TO 2400-SUM-REFUNDS-EXIT
003750     END-IF.
003760     PERFORM 2450-ONE-REFUND THRU 2450-ONE-REFUND-EXIT
003770         UNTIL WS-COUNT-EOF.
003780     CLOSE REFUND-FILE.
003790 2400-SUM-REFUNDS-EXIT.
003800     EXIT.

003810******************************************************************
003820* 2450-ONE-REFUND - ADD ONE REFUND ADJUSTMENT.
003830******************************************************************
003840 2450-ONE-REFUND.
003850     READ REFUND-FILE
003860         AT END
003870             SET WS-COUNT-EOF TO TRUE
003880             GO TO 2450-ONE-REFUND-EXIT
003890     END-READ.
003900     IF WS-REF-STATUS NOT = "00"
003910         SET WS-COUNT-EOF TO TRUE
003920         GO TO 2450-ONE-REFUND-EXIT
003930     END-IF.
003940     IF WS-SELECTED-TERM NOT = SPACES
003950             AND RD-TERM-CODE NOT = WS-SELECTED-TERM
003960         GO TO 2450-ONE-REFUND-EXIT
003970     END-IF.
003980     ADD RD-REFUND-AMT TO WS-REG-REFUNDS.
003990 2450-ONE-REFUND-EXIT.
004000     EXIT.

004010******************************************************************
004020* 2600-TIE-REGISTERS - SET THE SUB-LEDGER AGAINST THE REGISTERS.
004030******************************************************************
004040 2600-TIE-REGISTERS.
004050     MOVE SPACES TO WS-REPORT-LINE.
004060     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004070     MOVE WS-BILLS-CHECKED TO WS-NUM-ED.
004080     MOVE SPACES TO WS-REPORT-LINE.
004090     STRING "BILLS CHECKED:    " DELIMITED BY SIZE
004100            WS-NUM-ED            DELIMITED BY SIZE
004110         INTO WS-REPORT-LINE.
004120     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004130     MOVE WS-BILLS-WRONG TO WS-NUM-ED.
004140     MOVE SPACES TO WS-REPORT-LINE.
004150     STRING "BILLS NOT FOOTING:" DELIMITED BY SIZE
004160            WS-NUM-ED            DELIMITED BY SIZE
004170         INTO WS-REPORT-LINE.
004180     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004190     MOVE WS-LEDGER-ASSESSED TO WS-TOTAL-ED.
004200     MOVE SPACES TO WS-REPORT-LINE.
004210     STRING "ASSESSED:         " DELIMITED BY SIZE
004220            WS-TOTAL-ED          DELIMITED BY SIZE
004230         INTO WS-REPORT-LINE.
004240     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004250     MOVE WS-LEDGER-BALANCE TO WS-TOTAL-ED.
004260     MOVE SPACES TO WS-REPORT-LINE.
004270     STRING "BALANCE DUE:      " DELIMITED BY SIZE
004280            WS-TOTAL-ED          DELIMITED BY SIZE
004290         INTO WS-REPORT-LINE.
004300     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.

004310     MOVE SPACES TO WS-REPORT-LINE.
004320     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004330     MOVE SPACES TO WS-REPORT-LINE.
004340     MOVE "ON BILLS" TO WS-REPORT-LINE (23:).
004350     MOVE "IN REGISTER" TO WS-REPORT-LINE (35:).
004360     MOVE "DIFFERENCE" TO WS-REPORT-LINE (51:).
004370     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.

004380     MOVE "PAYMENTS" TO WS-TIE-LABEL.
004390     MOVE WS-LEDGER-PAID TO WS-TIE-LEDGER.
004400     MOVE WS-REG-RECEIPTS TO WS-TIE-REGISTER.
004410     PERFORM 2650-TIE-ONE-LINE THRU 2650-TIE-ONE-LINE-EXIT.

004420     COMPUTE WS-REG-AID = WS-REG-AWARDS - WS-REG-AID-RETURNED.
004430     MOVE "AID" TO WS-TIE-LABEL.
004440     MOVE WS-LEDGER-AID TO WS-TIE-LEDGER.
004450     MOVE WS-REG-AID TO WS-TIE-REGISTER.
004460     PERFORM 2650-TIE-ONE-LINE THRU 2650-TIE-ONE-LINE-EXIT.

004470     MOVE "REFUNDS" TO WS-TIE-LABEL.
004480     MOVE WS-LEDGER-REFUNDS TO WS-TIE-LEDGER.
004490     MOVE WS-REG-REFUNDS TO WS-TIE-REGISTER.
004500     PERFORM 2650-TIE-ONE-LINE THRU 2650-TIE-ONE-LINE-EXIT.
004510 2600-TIE-REGISTERS-EXIT.
004520     EXIT.

004530******************************************************************
004540* 2650-TIE-ONE-LINE - ONE LINE OF THE TIE-OUT; ANY DIFFERENCE
004550*                     PUTS THE RUN OUT OF BALANCE.
004560******************************************************************
004570 2650-TIE-ONE-LINE.
004580     COMPUTE WS-TIE-DIFFERENCE = WS-TIE-LEDGER - WS-TIE-REGISTER.
004590     MOVE WS-TIE-LEDGER TO WS-TOTAL-ED.
004600     MOVE WS-TIE-REGISTER TO WS-TOTAL2-ED.
004610     MOVE WS-TIE-DIFFERENCE TO WS-DIFF-ED.
004620     MOVE SPACES TO WS-REPORT-LINE.
004630     STRING WS-TIE-LABEL      DELIMITED BY SIZE
004640            WS-TOTAL-ED       DELIMITED BY SIZE
004650            WS-TOTAL2-ED      DELIMITED BY SIZE
004660            WS-DIFF-ED        DELIMITED BY SIZE
004670         INTO WS-REPORT-LINE.
004680     IF WS-TIE-DIFFERENCE NOT = ZERO
004690         MOVE "N" TO WS-BALANCED-SWITCH
004700         MOVE "** OUT" TO WS-REPORT-LINE (64:)
004710     END-IF.
004720     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004730 2650-TIE-ONE-LINE-EXIT.
004740     EXIT.

004750******************************************************************
004760* 3000-FINISH - WRITE THE VERDICT AND SET THE RETURN CODE.
004770******************************************************************
004780 3000-FINISH.
004790     MOVE SPACES TO WS-REPORT-LINE.
004800     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004810     IF WS-IN-BALANCE
004820         MOVE "VERDICT: IN BALANCE" TO WS-REPORT-LINE
004830         MOVE 0 TO RETURN-CODE
004840     ELSE
004850         MOVE "VERDICT: OUT OF BALANCE - INVESTIGATE BEFORE ANY"
004860             TO WS-REPORT-LINE
004870         WRITE AK-REPORT-LINE FROM WS-REPORT-LINE
004880         MOVE "         MORE IS POSTED TO THE BILLS"
004890             TO WS-REPORT-LINE
004900         MOVE 8 TO RETURN-CODE
004910     END-IF.
004920     WRITE AK-REPORT-LINE FROM WS-REPORT-LINE.
004930     CLOSE RECON-RPT.
004940 3000-FINISH-EXIT.
004950     EXIT.

004960 END PROGRAM ARRECON.
