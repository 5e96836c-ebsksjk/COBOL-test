000010******************************************************************
000020* PROGRAM-ID : TAXSTMT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ANNUAL TUITION TAX STATEMENT EXTRACT, RUN EACH JANUARY FOR
000090*   THE CALENDAR YEAR NAMED BY THE TAXPARM PARAMETER (NO
000100*   PARAMETER = THE YEAR BEFORE THE BUSINESS DATE).  A TERM
000110*   BELONGS TO THE YEAR ITS TERMFILE START DATE FALLS IN.  PER
000120*   STUDENT, FROM EVERY STUBILL TERM BILL:
000130*     - QUALIFIED TUITION AND FEES = ASSESSED LESS THE LATE
000140*       FEES (LATEHIST), RETURNED-PAYMENT FEES (RCPTHIST) AND
000150*       CREDIT-BALANCE REFUNDS PAID (DISBHIST) CARRIED ON THE
000160*       BILL, LESS THE DROP REFUNDS POSTED;
000170*     - SCHOLARSHIPS AND AID = THE AID POSTED ON THE BILL;
000180*     - TAXHIST KEEPS WHAT WAS REPORTED FOR EACH TERM, SO A
000190*       TERM OF AN EARLIER YEAR THAT HAS SINCE GONE DOWN IS A
000200*       PRIOR-YEAR ADJUSTMENT AND ONE THAT HAS GONE UP IS NEW
000210*       BILLING OR AID IN THIS YEAR;
000220*     - HALF-TIME WHEN THE CENSUS (CENSFILE) HAS THE STUDENT
000230*       FULL TIME, OR AT THE TAXPARM HALF-TIME CREDITS (DEFAULT
000240*       6), IN ANY TERM OF THE YEAR.
000250*   EACH STATEMENT GOES TO THE GOVERNMENT FILING FILE (TAXGOV,
000260*   HEADER/DETAIL/TRAILER) AND THE PRINT VENDOR'S EXTRACT
000270*   (TAXVEND) WITH THE STUDEMOG ADDRESS.  A STUDENT WITH NO
000280*   ADDRESS IS NEITHER FILED NOR SENT; A DIRECTORY-SUPPRESSED
000290*   STUDENT IS FILED BUT NOT SENT TO THE VENDOR.  BOTH ARE ON
000300*   THE EXCEPTION LIST (TAXRPT) FOR MANUAL HANDLING (RETURN-
000310*   CODE 4).  A YEAR NOT YET ENDED IS REFUSED (RETURN-CODE 8).
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY.
000340*   2026-10-15  RO   ORIGINAL PROGRAM.
000343*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000346*                    AS A CHAIN STEP BY CALL.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    TAXSTMT.
000380 AUTHOR.        R. OKONKWO.
000390 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000400 DATE-WRITTEN.  2026-10-15.
000410 DATE-COMPILED.

000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TAX-PARM ASSIGN TO "TAXPARM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PARM-STATUS.

000480     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TM-TERM-CODE
000520         FILE STATUS IS WS-TERM-STATUS.

000530     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS BL-BILL-KEY
000570         FILE STATUS IS WS-BILL-STATUS.

000580     SELECT TAX-HIST-FILE ASSIGN TO "TAXHIST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TH-BILL-KEY
000620         FILE STATUS IS WS-HIST-STATUS.

000630     SELECT LATE-FEE-FILE ASSIGN TO "LATEHIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS LF-LATE-FEE-KEY
000670         FILE STATUS IS WS-LATE-STATUS.

000680     SELECT RECEIPT-FILE ASSIGN TO "RCPTHIST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RP-RECEIPT-NO
000720         ALTERNATE RECORD KEY IS RP-BILL-KEY
000730             WITH DUPLICATES
000740         FILE STATUS IS WS-RCPT-STATUS.

000750     SELECT DISB-HIST-FILE ASSIGN TO "DISBHIST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CD-DISB-KEY
000790         FILE STATUS IS WS-DISB-STATUS.

000800     SELECT CENSUS-FILE ASSIGN TO "CENSFILE"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS CN-CENSUS-KEY
000840         FILE STATUS IS WS-CENS-STATUS.

000850     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS SM-STUDENT-ID
000890         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000900             WITH DUPLICATES
000910         FILE STATUS IS WS-MAST-STATUS.

000920     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS DG-STUDENT-ID
000960         FILE STATUS IS WS-DEMO-STATUS.

000970     SELECT VENDOR-FILE ASSIGN TO "TAXVEND"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-VEND-STATUS.

001000     SELECT FILING-FILE ASSIGN TO "TAXGOV"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-GOV-STATUS.

001030     SELECT TAX-RPT ASSIGN TO "TAXRPT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-RPT-STATUS.

001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  TAX-PARM.
001090 01  TX-PARM-RECORD.
001100     05  TX-TAX-YEAR          PIC 9(04).
001110     05  TX-HALF-TIME-CREDITS PIC 9(02).

001120 FD  TERM-CONTROL.
001130     COPY "termrec.cpy".

001140 FD  BILLING-FILE.
001150     COPY "billrec.cpy".

001160 FD  TAX-HIST-FILE.
001170     COPY "taxhist.cpy".

001180 FD  LATE-FEE-FILE.
001190     COPY "latehist.cpy".

001200 FD  RECEIPT-FILE.
001210     COPY "rcpthist.cpy".

001220 FD  DISB-HIST-FILE.
001230     COPY "disbhist.cpy".

001240 FD  CENSUS-FILE.
001250     COPY "censrec.cpy".

001260 FD  STUDENT-MASTER.
001270     COPY "studrec.cpy".

001280 FD  DEMOG-FILE.
001290     COPY "demogrec.cpy".

001300 FD  VENDOR-FILE.
001310     COPY "taxstmt.cpy".

001320 FD  FILING-FILE.
001330     COPY "taxfile.cpy".

001340 FD  TAX-RPT.
001350 01  TR-REPORT-LINE           PIC X(80).

001360 WORKING-STORAGE SECTION.
001370     COPY "runhdr.cpy".

001380 01  WS-SWITCHES.
001390     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001400         88  WS-EOF           VALUE "Y".
001410     05  WS-FILES-OPEN-SWITCH PIC X(01) VALUE "N".
001420         88  WS-FILES-OPEN    VALUE "Y".
001430     05  WS-HIST-FOUND-SWITCH PIC X(01) VALUE "N".
001440         88  WS-HIST-FOUND    VALUE "Y".
001450     05  WS-DEMO-FOUND-SWITCH PIC X(01) VALUE "N".
001460         88  WS-DEMO-FOUND    VALUE "Y".
001470     05  WS-HALF-TIME-SWITCH  PIC X(01) VALUE "N".
001480         88  WS-HALF-TIME     VALUE "Y".

001490 01  WS-FILE-STATUSES.
001500     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001510     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001520     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
001530     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
001540     05  WS-LATE-STATUS       PIC X(02) VALUE "00".
001550     05  WS-RCPT-STATUS       PIC X(02) VALUE "00".
001560     05  WS-DISB-STATUS       PIC X(02) VALUE "00".
001570     05  WS-CENS-STATUS       PIC X(02) VALUE "00".
001580     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001590     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001600     05  WS-VEND-STATUS       PIC X(02) VALUE "00".
001610     05  WS-GOV-STATUS        PIC X(02) VALUE "00".
001620     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001630*    THE OPTIONAL FILES - NONE ON FILE MEANS NONE TO TAKE OUT.
001640 01  WS-OPTIONAL-FILES.
001650     05  WS-LATE-OPEN-SWITCH  PIC X(01) VALUE "N".
001660         88  WS-LATE-FILE-OPEN VALUE "Y".
001670     05  WS-RCPT-OPEN-SWITCH  PIC X(01) VALUE "N".
001680         88  WS-RCPT-FILE-OPEN VALUE "Y".
001690     05  WS-DISB-OPEN-SWITCH  PIC X(01) VALUE "N".
001700         88  WS-DISB-FILE-OPEN VALUE "Y".
001710     05  WS-CENS-OPEN-SWITCH  PIC X(01) VALUE "N".
001720         88  WS-CENS-FILE-OPEN VALUE "Y".
001730     05  WS-DEMO-OPEN-SWITCH  PIC X(01) VALUE "N".
001740         88  WS-DEMO-FILE-OPEN VALUE "Y".
001750     05  WS-SUB-EOF-SWITCH    PIC X(01) VALUE "N".
001760         88  WS-SUB-EOF       VALUE "Y".

001770 01  WS-RUN-YEAR              PIC 9(04) VALUE ZERO.
001780 01  WS-TAX-YEAR              PIC 9(04) VALUE ZERO.
001790 01  WS-HALF-TIME-CREDITS     PIC 9(02) VALUE 6.

001800*    THE START YEAR OF THE LAST TERM LOOKED UP.
001810 01  WS-LAST-TERM-CODE        PIC X(05) VALUE SPACES.
001820 01  WS-TERM-YEAR             PIC 9(04) VALUE ZERO.

001830*    THE BILL BEING WORKED.
001840 01  WS-LATE-FEES             PIC 9(07)V99 VALUE ZERO.
001850 01  WS-RETURN-FEES           PIC 9(07)V99 VALUE ZERO.
001860 01  WS-REFUNDS-PAID          PIC 9(07)V99 VALUE ZERO.
001870 01  WS-QUALIFIED-CALC        PIC S9(08)V99 VALUE ZERO.
001880 01  WS-BILL-QUALIFIED        PIC 9(07)V99 VALUE ZERO.
001890 01  WS-CHANGE                PIC S9(08)V99 VALUE ZERO.

001900*    THE STUDENT'S STATEMENT.
001910 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.
001920 01  WS-STUDENT-AMOUNTS.
001930     05  WS-STU-QUALIFIED     PIC 9(07)V99 VALUE ZERO.
001940     05  WS-STU-PRIOR-ADJ     PIC 9(07)V99 VALUE ZERO.
001950     05  WS-STU-AID           PIC 9(07)V99 VALUE ZERO.
001960     05  WS-STU-AID-ADJ       PIC 9(07)V99 VALUE ZERO.

001970 01  WS-COUNTERS COMP.
001980     05  WS-STATEMENTS-FILED  PIC 9(06) VALUE ZERO.
001990     05  WS-STATEMENTS-SENT   PIC 9(06) VALUE ZERO.
002000     05  WS-NO-ADDRESS        PIC 9(06) VALUE ZERO.
002010     05  WS-SUPPRESSED        PIC 9(06) VALUE ZERO.
002020     05  WS-EXCEPTION-COUNT   PIC 9(06) VALUE ZERO.

002030 01  WS-TOTALS.
002040     05  WS-TOTAL-QUALIFIED   PIC 9(11)V99 VALUE ZERO.
002050     05  WS-TOTAL-PRIOR-ADJ   PIC 9(11)V99 VALUE ZERO.
002060     05  WS-TOTAL-AID         PIC 9(11)V99 VALUE ZERO.
002070     05  WS-TOTAL-AID-ADJ     PIC 9(11)V99 VALUE ZERO.

002080 01  WS-EXCEPTION-TEXT        PIC X(40) VALUE SPACES.

002090 01  WS-EDIT-FIELDS.
002100     05  WS-COUNT-ED          PIC ZZZZZ9.
002110     05  WS-CREDITS-ED        PIC Z9.
002120     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.

002130 01  WS-REPORT-LINE           PIC X(80).

002140 PROCEDURE DIVISION.

002150******************************************************************
002160* 0000-MAINLINE.
002170******************************************************************
002180 0000-MAINLINE.
002190     MOVE "TAXSTMT" TO RH-PROGRAM-NAME.
002200     CALL "BIZDATE" USING RH-RUN-DATE.
002210     ACCEPT RH-RUN-TIME FROM TIME.
002220     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
002230         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
002240     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002250     PERFORM 2000-ONE-BILL THRU 2000-ONE-BILL-EXIT
002260         UNTIL WS-EOF.
002270     IF WS-CURRENT-STUDENT NOT = ZERO
002280         PERFORM 2500-EMIT-STUDENT THRU 2500-EMIT-STUDENT-EXIT
002290     END-IF.
002300     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002310     ACCEPT RH-RUN-TIME FROM TIME.
002320     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002330         RH-RUN-TIME.
002335*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
002340     GOBACK.

002350******************************************************************
002360* 1000-INITIALIZE - THE YEAR, THE FILES, AND THE FILING HEADER.
002370******************************************************************
002380 1000-INITIALIZE.
002390     OPEN OUTPUT TAX-RPT.
002400     MOVE "TUITION TAX STATEMENT RUN - EXCEPTIONS"
002410         TO WS-REPORT-LINE.
002420     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.

002430     COMPUTE WS-RUN-YEAR = RH-RUN-DATE / 10000.
002440     COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
002450     OPEN INPUT TAX-PARM.
002460     IF WS-PARM-STATUS = "00"
002470         READ TAX-PARM
002480             AT END
002490                 MOVE ZERO TO TX-TAX-YEAR
002500                 MOVE ZERO TO TX-HALF-TIME-CREDITS
002510         END-READ
002520         IF TX-TAX-YEAR IS NUMERIC AND TX-TAX-YEAR > ZERO
002530             MOVE TX-TAX-YEAR TO WS-TAX-YEAR
002540         END-IF
002550         IF TX-HALF-TIME-CREDITS IS NUMERIC
002560                 AND TX-HALF-TIME-CREDITS > ZERO
002570             MOVE TX-HALF-TIME-CREDITS TO WS-HALF-TIME-CREDITS
002580         END-IF
002590         CLOSE TAX-PARM
002600     END-IF.
002610     MOVE WS-HALF-TIME-CREDITS TO WS-CREDITS-ED.
002620     MOVE SPACES TO WS-REPORT-LINE.
002630     STRING "CALENDAR YEAR "    DELIMITED BY SIZE
002640            WS-TAX-YEAR         DELIMITED BY SIZE
002650            "   HALF TIME AT "  DELIMITED BY SIZE
002660            WS-CREDITS-ED       DELIMITED BY SIZE
002670            " CREDITS"          DELIMITED BY SIZE
002680         INTO WS-REPORT-LINE.
002690     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
002700     IF WS-TAX-YEAR NOT < WS-RUN-YEAR
002710         MOVE "  (THE YEAR HAS NOT ENDED - NOTHING EXTRACTED)"
002720             TO WS-REPORT-LINE
002730         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
002740         SET WS-EOF TO TRUE
002750         MOVE 8 TO RETURN-CODE
002760         GO TO 1000-INITIALIZE-EXIT
002770     END-IF.

002780     OPEN INPUT TERM-CONTROL.
002790     OPEN INPUT BILLING-FILE.
002800     IF WS-TERM-STATUS NOT = "00" OR WS-BILL-STATUS NOT = "00"
002810         MOVE "  (TERM OR BILLING FILE NOT AVAILABLE)"
002820             TO WS-REPORT-LINE
002830         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
002840         SET WS-EOF TO TRUE
002850         MOVE 8 TO RETURN-CODE
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF.
002880     OPEN I-O TAX-HIST-FILE.
002890     IF WS-HIST-STATUS = "35"
002900         OPEN OUTPUT TAX-HIST-FILE
002910         CLOSE TAX-HIST-FILE
002920         OPEN I-O TAX-HIST-FILE
002930     END-IF.
002940     OPEN INPUT STUDENT-MASTER.
002950     OPEN OUTPUT VENDOR-FILE.
002960     OPEN OUTPUT FILING-FILE.
002970     SET WS-FILES-OPEN TO TRUE.
002980     OPEN INPUT LATE-FEE-FILE.
002990     IF WS-LATE-STATUS = "00"
003000         SET WS-LATE-FILE-OPEN TO TRUE
003010     END-IF.
003020     OPEN INPUT RECEIPT-FILE.
003030     IF WS-RCPT-STATUS = "00"
003040         SET WS-RCPT-FILE-OPEN TO TRUE
003050     END-IF.
003060     OPEN INPUT DISB-HIST-FILE.
003070     IF WS-DISB-STATUS = "00"
003080         SET WS-DISB-FILE-OPEN TO TRUE
003090     END-IF.
003100     OPEN INPUT CENSUS-FILE.
003110     IF WS-CENS-STATUS = "00"
003120         SET WS-CENS-FILE-OPEN TO TRUE
003130     END-IF.
003140     OPEN INPUT DEMOG-FILE.
003150     IF WS-DEMO-STATUS = "00"
003160         SET WS-DEMO-FILE-OPEN TO TRUE
003170     END-IF.

003180     SET TF-HEADER TO TRUE.
003190     MOVE SPACES TO TF-HEADER-DATA.
003200     MOVE WS-TAX-YEAR TO TF-TAX-YEAR.
003210     MOVE RH-RUN-DATE TO TF-FILE-DATE.
003220     MOVE "WESTFIELD UNIVERSITY BURSAR" TO TF-INSTITUTION.
003230     WRITE TF-FILING-RECORD.

003240     MOVE SPACES TO WS-REPORT-LINE.
003250     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
003260     MOVE "STUDENT  NAME            EXCEPTION" TO WS-REPORT-LINE.
003270     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
003280     PERFORM 2100-READ-BILL THRU 2100-READ-BILL-EXIT.
003290 1000-INITIALIZE-EXIT.
003300     EXIT.

003310******************************************************************
003320* 2100-READ-BILL - NEXT TERM BILL, IN STUDENT ORDER.
003330******************************************************************
003340 2100-READ-BILL.
003350     READ BILLING-FILE NEXT RECORD
003360         AT END
003370             SET WS-EOF TO TRUE
003380     END-READ.
003390     IF WS-BILL-STATUS NOT = "00"
003400         SET WS-EOF TO TRUE
003410     END-IF.
003420 2100-READ-BILL-EXIT.
003430     EXIT.

003440******************************************************************
003450* 2000-ONE-BILL - BREAK ON A NEW STUDENT AND ADD ONE TERM BILL
003460*                 OF THE YEAR OR EARLIER TO THE STATEMENT.
003470******************************************************************
003480 2000-ONE-BILL.
003490     IF BL-STUDENT-ID NOT = WS-CURRENT-STUDENT
003500         IF WS-CURRENT-STUDENT NOT = ZERO
003510             PERFORM 2500-EMIT-STUDENT THRU 2500-EMIT-STUDENT-EXIT
003520         END-IF
003530         MOVE BL-STUDENT-ID TO WS-CURRENT-STUDENT
003540         INITIALIZE WS-STUDENT-AMOUNTS
003550         MOVE "N" TO WS-HALF-TIME-SWITCH
003560     END-IF.

003570     PERFORM 2200-TERM-YEAR THRU 2200-TERM-YEAR-EXIT.
003580     IF WS-TERM-YEAR = ZERO
003590         MOVE SPACES TO WS-EXCEPTION-TEXT
003600         STRING "TERM "          DELIMITED BY SIZE
003610                BL-TERM-CODE     DELIMITED BY SIZE
003620                " NOT ON TERMFILE - LEFT OUT"
003630                                  DELIMITED BY SIZE
003640             INTO WS-EXCEPTION-TEXT
003650         PERFORM 2600-EXCEPTION-LINE THRU 2600-EXCEPTION-LINE-EXIT
003660         GO TO 2000-NEXT-BILL
003670     END-IF.
003680     IF WS-TERM-YEAR > WS-TAX-YEAR
003690         GO TO 2000-NEXT-BILL
003700     END-IF.

003710     PERFORM 2300-QUALIFIED-AMT THRU 2300-QUALIFIED-AMT-EXIT.
003720     PERFORM 2400-REPORTED-CHANGE THRU 2400-REPORTED-CHANGE-EXIT.
003730     IF WS-TERM-YEAR = WS-TAX-YEAR AND WS-CENS-FILE-OPEN
003740         PERFORM 2450-HALF-TIME THRU 2450-HALF-TIME-EXIT
003750     END-IF.
003760 2000-NEXT-BILL.
003770     PERFORM 2100-READ-BILL THRU 2100-READ-BILL-EXIT.
003780 2000-ONE-BILL-EXIT.
003790     EXIT.

003800******************************************************************
003810* 2200-TERM-YEAR - THE CALENDAR YEAR THE BILL'S TERM STARTS IN;
003820*                  ZERO WHEN THE TERM IS NOT ON TERMFILE.
003830******************************************************************
003840 2200-TERM-YEAR.
003850     IF BL-TERM-CODE = WS-LAST-TERM-CODE
003860         GO TO 2200-TERM-YEAR-EXIT
003870     END-IF.
003880     MOVE BL-TERM-CODE TO WS-LAST-TERM-CODE.
003890     MOVE BL-TERM-CODE TO TM-TERM-CODE.
003900     READ TERM-CONTROL
003910         INVALID KEY
003920             MOVE ZERO TO TM-START-DATE
003930     END-READ.
003940     COMPUTE WS-TERM-YEAR = TM-START-DATE / 10000.
003950 2200-TERM-YEAR-EXIT.
003960     EXIT.

003970******************************************************************
003980* 2300-QUALIFIED-AMT - THE BILL'S TUITION AND COURSE FEES: WHAT
003990*                      IS ASSESSED LESS THE NON-QUALIFIED CHARGES
004000*                      CARRIED ON IT AND THE DROP REFUNDS POSTED.
004010******************************************************************
004020 2300-QUALIFIED-AMT.
004030     MOVE ZERO TO WS-LATE-FEES.
004040     IF WS-LATE-FILE-OPEN
004050         PERFORM 2310-SUM-LATE-FEES THRU 2310-SUM-LATE-FEES-EXIT
004060     END-IF.
004070     MOVE ZERO TO WS-RETURN-FEES.
004080     IF WS-RCPT-FILE-OPEN
004090         PERFORM 2330-SUM-RETURN-FEES
004100             THRU 2330-SUM-RETURN-FEES-EXIT
004110     END-IF.
004120     MOVE ZERO TO WS-REFUNDS-PAID.
004130     IF WS-DISB-FILE-OPEN
004140         PERFORM 2350-SUM-REFUNDS-PAID
004150             THRU 2350-SUM-REFUNDS-PAID-EXIT
004160     END-IF.
004170     COMPUTE WS-QUALIFIED-CALC = BL-ASSESSED-AMT - WS-LATE-FEES
004180         - WS-RETURN-FEES - WS-REFUNDS-PAID - BL-REFUND-AMT.
004190     IF WS-QUALIFIED-CALC < ZERO
004200         MOVE ZERO TO WS-QUALIFIED-CALC
004210     END-IF.
004220     MOVE WS-QUALIFIED-CALC TO WS-BILL-QUALIFIED.
004230 2300-QUALIFIED-AMT-EXIT.
004240     EXIT.

004250******************************************************************
004260* 2310-SUM-LATE-FEES - LATE FEES CHARGED ON THE BILL.
004270******************************************************************
004280 2310-SUM-LATE-FEES.
004290     MOVE "N" TO WS-SUB-EOF-SWITCH.
004300     MOVE BL-STUDENT-ID TO LF-STUDENT-ID.
004310     MOVE BL-TERM-CODE TO LF-TERM-CODE.
004320     MOVE ZERO TO LF-ASSESS-MONTH.
004330     START LATE-FEE-FILE
004340         KEY IS NOT LESS THAN LF-LATE-FEE-KEY
004350         INVALID KEY
004360             SET WS-SUB-EOF TO TRUE
004370     END-START.
004380     PERFORM 2320-ONE-LATE-FEE THRU 2320-ONE-LATE-FEE-EXIT
004390         UNTIL WS-SUB-EOF.
004400 2310-SUM-LATE-FEES-EXIT.
004410     EXIT.

004420******************************************************************
004430* 2320-ONE-LATE-FEE - ADD ONE MONTH'S LATE FEE.
004440******************************************************************
004450 2320-ONE-LATE-FEE.
004460     READ LATE-FEE-FILE NEXT RECORD
004470         AT END
004480             SET WS-SUB-EOF TO TRUE
004490             GO TO 2320-ONE-LATE-FEE-EXIT
004500     END-READ.
004510     IF LF-STUDENT-ID NOT = BL-STUDENT-ID
004520             OR LF-TERM-CODE NOT = BL-TERM-CODE
004530         SET WS-SUB-EOF TO TRUE
004540         GO TO 2320-ONE-LATE-FEE-EXIT
004550     END-IF.
004560     ADD LF-FEE-AMOUNT TO WS-LATE-FEES.
004570 2320-ONE-LATE-FEE-EXIT.
004580     EXIT.

004590******************************************************************
004600* 2330-SUM-RETURN-FEES - RETURNED-PAYMENT FEES ON THE BILL.
004610******************************************************************
004620 2330-SUM-RETURN-FEES.
004630     MOVE "N" TO WS-SUB-EOF-SWITCH.
004640     MOVE BL-STUDENT-ID TO RP-STUDENT-ID.
004650     MOVE BL-TERM-CODE TO RP-TERM-CODE.
004660     START RECEIPT-FILE
004670         KEY IS NOT LESS THAN RP-BILL-KEY
004680         INVALID KEY
004690             SET WS-SUB-EOF TO TRUE
004700     END-START.
004710     PERFORM 2340-ONE-RECEIPT THRU 2340-ONE-RECEIPT-EXIT
004720         UNTIL WS-SUB-EOF.
004730 2330-SUM-RETURN-FEES-EXIT.
004740     EXIT.

004750******************************************************************
004760* 2340-ONE-RECEIPT - ADD THE FEE OF ONE RETURNED RECEIPT.
004770******************************************************************
004780 2340-ONE-RECEIPT.
004790     READ RECEIPT-FILE NEXT RECORD
004800         AT END
004810             SET WS-SUB-EOF TO TRUE
004820             GO TO 2340-ONE-RECEIPT-EXIT
004830     END-READ.
004840     IF RP-STUDENT-ID NOT = BL-STUDENT-ID
004850             OR RP-TERM-CODE NOT = BL-TERM-CODE
004860         SET WS-SUB-EOF TO TRUE
004870         GO TO 2340-ONE-RECEIPT-EXIT
004880     END-IF.
004890     IF RP-RETURNED
004900         ADD RP-FEE-AMOUNT TO WS-RETURN-FEES
004910     END-IF.
004920 2340-ONE-RECEIPT-EXIT.
004930     EXIT.

004940******************************************************************
004950* 2350-SUM-REFUNDS-PAID - CREDIT-BALANCE REFUNDS PAID ON THE BILL.
004960******************************************************************
004970 2350-SUM-REFUNDS-PAID.
004980     MOVE "N" TO WS-SUB-EOF-SWITCH.
004990     MOVE BL-STUDENT-ID TO CD-STUDENT-ID.
005000     MOVE BL-TERM-CODE TO CD-TERM-CODE.
005010     MOVE ZERO TO CD-DISB-DATE.
005020     START DISB-HIST-FILE
005030         KEY IS NOT LESS THAN CD-DISB-KEY
005040         INVALID KEY
005050             SET WS-SUB-EOF TO TRUE
005060     END-START.
005070     PERFORM 2360-ONE-REFUND-PAID THRU 2360-ONE-REFUND-PAID-EXIT
005080         UNTIL WS-SUB-EOF.
005090 2350-SUM-REFUNDS-PAID-EXIT.
005100     EXIT.

005110******************************************************************
005120* 2360-ONE-REFUND-PAID - ADD ONE REFUND PAID.
005130******************************************************************
005140 2360-ONE-REFUND-PAID.
005150     READ DISB-HIST-FILE NEXT RECORD
005160         AT END
005170             SET WS-SUB-EOF TO TRUE
005180             GO TO 2360-ONE-REFUND-PAID-EXIT
005190     END-READ.
005200     IF CD-STUDENT-ID NOT = BL-STUDENT-ID
005210             OR CD-TERM-CODE NOT = BL-TERM-CODE
005220         SET WS-SUB-EOF TO TRUE
005230         GO TO 2360-ONE-REFUND-PAID-EXIT
005240     END-IF.
005250     ADD CD-AMOUNT TO WS-REFUNDS-PAID.
005260 2360-ONE-REFUND-PAID-EXIT.
005270     EXIT.

005280******************************************************************
005290* 2400-REPORTED-CHANGE - SET THE BILL AGAINST WHAT WAS REPORTED
005300*                        FOR IT BEFORE THIS YEAR (TAXHIST): AN
005310*                        INCREASE IS THIS YEAR'S BILLING OR AID, A
005320*                        DECREASE A PRIOR-YEAR ADJUSTMENT.  A TERM
005330*                        OF AN EARLIER YEAR WITH NO HISTORY WAS
005340*                        REPORTED BEFORE THIS RUN EXISTED AND IS
005350*                        TAKEN AS REPORTED AT TODAY'S AMOUNTS.
005360******************************************************************
005370 2400-REPORTED-CHANGE.
005380     MOVE "Y" TO WS-HIST-FOUND-SWITCH.
005390     MOVE BL-BILL-KEY TO TH-BILL-KEY.
005400     READ TAX-HIST-FILE
005410         INVALID KEY
005420             MOVE "N" TO WS-HIST-FOUND-SWITCH
005430     END-READ.
005440     IF WS-HIST-FOUND
005450         IF TH-LAST-YEAR > WS-TAX-YEAR
005460             GO TO 2400-REPORTED-CHANGE-EXIT
005470         END-IF
005480         IF TH-LAST-YEAR < WS-TAX-YEAR
005490             MOVE TH-QUALIFIED-AMT TO TH-BASE-QUALIFIED
005500             MOVE TH-AID-AMT TO TH-BASE-AID
005510         END-IF
005520     ELSE
005530         MOVE BL-BILL-KEY TO TH-BILL-KEY
005540         IF WS-TERM-YEAR = WS-TAX-YEAR
005550             MOVE WS-TAX-YEAR TO TH-TAX-YEAR
005560             MOVE ZERO TO TH-BASE-QUALIFIED
005570             MOVE ZERO TO TH-BASE-AID
005580         ELSE
005590             MOVE ZERO TO TH-TAX-YEAR
005600             MOVE WS-BILL-QUALIFIED TO TH-BASE-QUALIFIED
005610             MOVE BL-AID-AMT TO TH-BASE-AID
005620         END-IF
005630     END-IF.

005640     COMPUTE WS-CHANGE = WS-BILL-QUALIFIED - TH-BASE-QUALIFIED.
005650     IF WS-CHANGE > ZERO
005660         ADD WS-CHANGE TO WS-STU-QUALIFIED
005670     ELSE
005680         SUBTRACT WS-CHANGE FROM WS-STU-PRIOR-ADJ
005690     END-IF.
005700     COMPUTE WS-CHANGE = BL-AID-AMT - TH-BASE-AID.
005710     IF WS-CHANGE > ZERO
005720         ADD WS-CHANGE TO WS-STU-AID
005730     ELSE
005740         SUBTRACT WS-CHANGE FROM WS-STU-AID-ADJ
005750     END-IF.

005760     MOVE WS-TAX-YEAR TO TH-LAST-YEAR.
005770     MOVE WS-BILL-QUALIFIED TO TH-QUALIFIED-AMT.
005780     MOVE BL-AID-AMT TO TH-AID-AMT.
005790     IF WS-HIST-FOUND
005800         REWRITE TH-TAX-HIST-RECORD
005810     ELSE
005820         WRITE TH-TAX-HIST-RECORD
005830     END-IF.
005840 2400-REPORTED-CHANGE-EXIT.
005850     EXIT.

005860******************************************************************
005870* 2450-HALF-TIME - THE CENSUS HAS THE STUDENT AT LEAST HALF TIME
005880*                  IN THE TERM.
005890******************************************************************
005900 2450-HALF-TIME.
005910     MOVE BL-TERM-CODE TO CN-TERM-CODE.
005920     MOVE BL-STUDENT-ID TO CN-STUDENT-ID.
005930     READ CENSUS-FILE
005940         INVALID KEY
005950             GO TO 2450-HALF-TIME-EXIT
005960     END-READ.
005970     IF CN-FULL-TIME
005980             OR CN-CREDIT-HOURS NOT < WS-HALF-TIME-CREDITS
005990         SET WS-HALF-TIME TO TRUE
006000     END-IF.
006010 2450-HALF-TIME-EXIT.
006020     EXIT.

006030******************************************************************
006040* 2500-EMIT-STUDENT - FILE AND SEND THE STUDENT'S STATEMENT, OR
006050*                     LIST THE STUDENT FOR MANUAL HANDLING.
006060******************************************************************
006070 2500-EMIT-STUDENT.
006080     IF WS-STU-QUALIFIED = ZERO AND WS-STU-PRIOR-ADJ = ZERO
006090             AND WS-STU-AID = ZERO AND WS-STU-AID-ADJ = ZERO
006100         GO TO 2500-EMIT-STUDENT-EXIT
006110     END-IF.
006120     MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID.
006130     READ STUDENT-MASTER
006140         INVALID KEY
006150             MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
006160     END-READ.
006170     MOVE "N" TO WS-DEMO-FOUND-SWITCH.
006180     IF WS-DEMO-FILE-OPEN
006190         MOVE WS-CURRENT-STUDENT TO DG-STUDENT-ID
006200         READ DEMOG-FILE
006210             INVALID KEY
006220                 CONTINUE
006230             NOT INVALID KEY
006240                 SET WS-DEMO-FOUND TO TRUE
006250         END-READ
006260     END-IF.
006270     IF NOT WS-DEMO-FOUND OR DG-ADDRESS-1 = SPACES
006280         ADD 1 TO WS-NO-ADDRESS
006290         MOVE "NO ADDRESS - NOT FILED OR SENT"
006300            TO WS-EXCEPTION-TEXT
006310         PERFORM 2600-EXCEPTION-LINE THRU 2600-EXCEPTION-LINE-EXIT
006320         GO TO 2500-EMIT-STUDENT-EXIT
006330     END-IF.

006340     SET TF-DETAIL TO TRUE.
006350     MOVE WS-CURRENT-STUDENT TO TF-STUDENT-ID.
006360     MOVE SM-STUDENT-NAME TO TF-STUDENT-NAME.
006370     MOVE DG-ADDRESS-1 TO TF-ADDRESS-1.
006380     MOVE DG-ADDRESS-2 TO TF-ADDRESS-2.
006390     MOVE DG-CITY TO TF-CITY.
006400     MOVE DG-STATE TO TF-STATE.
006410     MOVE DG-ZIP TO TF-ZIP.
006420     MOVE WS-STU-QUALIFIED TO TF-QUALIFIED-AMT.
006430     MOVE WS-STU-PRIOR-ADJ TO TF-PRIOR-ADJ-AMT.
006440     MOVE WS-STU-AID TO TF-AID-AMT.
006450     MOVE WS-STU-AID-ADJ TO TF-AID-ADJ-AMT.
006460     MOVE WS-HALF-TIME-SWITCH TO TF-HALF-TIME-FLAG.
006470     WRITE TF-FILING-RECORD.
006480     ADD 1 TO WS-STATEMENTS-FILED.
006490     ADD WS-STU-QUALIFIED TO WS-TOTAL-QUALIFIED.
006500     ADD WS-STU-PRIOR-ADJ TO WS-TOTAL-PRIOR-ADJ.
006510     ADD WS-STU-AID TO WS-TOTAL-AID.
006520     ADD WS-STU-AID-ADJ TO WS-TOTAL-AID-ADJ.

006530*    A SUPPRESSED RECORD NEVER LEAVES THE BURSAR'S OFFICE.
006540     IF DG-SUPPRESSED
006550         ADD 1 TO WS-SUPPRESSED
006560         MOVE "SUPPRESSED - FILED, MAIL STATEMENT BY HAND"
006570             TO WS-EXCEPTION-TEXT
006580         PERFORM 2600-EXCEPTION-LINE THRU 2600-EXCEPTION-LINE-EXIT
006590         GO TO 2500-EMIT-STUDENT-EXIT
006600     END-IF.

006610     MOVE WS-TAX-YEAR TO TV-TAX-YEAR.
006620     MOVE WS-CURRENT-STUDENT TO TV-STUDENT-ID.
006630     MOVE SM-STUDENT-NAME TO TV-STUDENT-NAME.
006640     MOVE DG-ADDRESS-1 TO TV-ADDRESS-1.
006650     MOVE DG-ADDRESS-2 TO TV-ADDRESS-2.
006660     MOVE DG-CITY TO TV-CITY.
006670     MOVE DG-STATE TO TV-STATE.
006680     MOVE DG-ZIP TO TV-ZIP.
006690     MOVE WS-STU-QUALIFIED TO TV-QUALIFIED-AMT.
006700     MOVE WS-STU-PRIOR-ADJ TO TV-PRIOR-ADJ-AMT.
006710     MOVE WS-STU-AID TO TV-AID-AMT.
006720     MOVE WS-STU-AID-ADJ TO TV-AID-ADJ-AMT.
006730     MOVE WS-HALF-TIME-SWITCH TO TV-HALF-TIME-FLAG.
006740     WRITE TV-STATEMENT-RECORD.
006750     ADD 1 TO WS-STATEMENTS-SENT.
006760 2500-EMIT-STUDENT-EXIT.
006770     EXIT.

006780******************************************************************
006790* 2600-EXCEPTION-LINE - LIST THE STUDENT WITH THE CALLER'S TEXT.
006800******************************************************************
006810 2600-EXCEPTION-LINE.
006820     ADD 1 TO WS-EXCEPTION-COUNT.
006830     MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID.
006840     READ STUDENT-MASTER
006850         INVALID KEY
006860             MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
006870     END-READ.
006880     MOVE SPACES TO WS-REPORT-LINE.
006890     STRING WS-CURRENT-STUDENT DELIMITED BY SIZE
006900            " "                DELIMITED BY SIZE
006910            SM-STUDENT-NAME    DELIMITED BY SIZE
006920            " "                DELIMITED BY SIZE
006930            WS-EXCEPTION-TEXT  DELIMITED BY SIZE
006940         INTO WS-REPORT-LINE.
006950     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
006960 2600-EXCEPTION-LINE-EXIT.
006970     EXIT.

006980******************************************************************
006990* 3000-FINISH - FILING TRAILER, TOTALS, CLOSE FILES.
007000******************************************************************
007010 3000-FINISH.
007020     IF WS-FILES-OPEN
007030         SET TF-TRAILER TO TRUE
007040         MOVE SPACES TO TF-TRAILER-DATA
007050         MOVE WS-STATEMENTS-FILED TO TF-STATEMENT-COUNT
007060         MOVE WS-TOTAL-QUALIFIED TO TF-TOTAL-QUALIFIED
007070         MOVE WS-TOTAL-PRIOR-ADJ TO TF-TOTAL-PRIOR-ADJ
007080         MOVE WS-TOTAL-AID TO TF-TOTAL-AID
007090         MOVE WS-TOTAL-AID-ADJ TO TF-TOTAL-AID-ADJ
007100         WRITE TF-FILING-RECORD
007110     END-IF.
007120     IF WS-EXCEPTION-COUNT = ZERO
007130         MOVE "  (NONE)" TO WS-REPORT-LINE
007140         WRITE TR-REPORT-LINE FROM WS-REPORT-LINE
007150     END-IF.

007160     MOVE SPACES TO WS-REPORT-LINE.
007170     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007180     MOVE WS-STATEMENTS-FILED TO WS-COUNT-ED.
007190     MOVE SPACES TO WS-REPORT-LINE.
007200     STRING "STATEMENTS FILED: " DELIMITED BY SIZE
007210            WS-COUNT-ED          DELIMITED BY SIZE
007220         INTO WS-REPORT-LINE.
007230     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007240     MOVE WS-STATEMENTS-SENT TO WS-COUNT-ED.
007250     MOVE SPACES TO WS-REPORT-LINE.
007260     STRING "SENT TO VENDOR:   " DELIMITED BY SIZE
007270            WS-COUNT-ED          DELIMITED BY SIZE
007280         INTO WS-REPORT-LINE.
007290     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007300     MOVE WS-NO-ADDRESS TO WS-COUNT-ED.
007310     MOVE SPACES TO WS-REPORT-LINE.
007320     STRING "NO ADDRESS:       " DELIMITED BY SIZE
007330            WS-COUNT-ED          DELIMITED BY SIZE
007340         INTO WS-REPORT-LINE.
007350     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007360     MOVE WS-SUPPRESSED TO WS-COUNT-ED.
007370     MOVE SPACES TO WS-REPORT-LINE.
007380     STRING "SUPPRESSED:       " DELIMITED BY SIZE
007390            WS-COUNT-ED          DELIMITED BY SIZE
007400         INTO WS-REPORT-LINE.
007410     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007420     MOVE WS-TOTAL-QUALIFIED TO WS-TOTAL-ED.
007430     MOVE SPACES TO WS-REPORT-LINE.
007440     STRING "QUALIFIED BILLED: " DELIMITED BY SIZE
007450            WS-TOTAL-ED          DELIMITED BY SIZE
007460         INTO WS-REPORT-LINE.
007470     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007480     MOVE WS-TOTAL-PRIOR-ADJ TO WS-TOTAL-ED.
007490     MOVE SPACES TO WS-REPORT-LINE.
007500     STRING "PRIOR-YEAR ADJ:   " DELIMITED BY SIZE
007510            WS-TOTAL-ED          DELIMITED BY SIZE
007520         INTO WS-REPORT-LINE.
007530     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007540     MOVE WS-TOTAL-AID TO WS-TOTAL-ED.
007550     MOVE SPACES TO WS-REPORT-LINE.
007560     STRING "AID POSTED:       " DELIMITED BY SIZE
007570            WS-TOTAL-ED          DELIMITED BY SIZE
007580         INTO WS-REPORT-LINE.
007590     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.
007600     MOVE WS-TOTAL-AID-ADJ TO WS-TOTAL-ED.
007610     MOVE SPACES TO WS-REPORT-LINE.
007620     STRING "PRIOR-YEAR AID:   " DELIMITED BY SIZE
007630            WS-TOTAL-ED          DELIMITED BY SIZE
007640         INTO WS-REPORT-LINE.
007650     WRITE TR-REPORT-LINE FROM WS-REPORT-LINE.

007660     CLOSE TAX-RPT.
007670     IF WS-FILES-OPEN
007680         CLOSE TERM-CONTROL
007690         CLOSE BILLING-FILE
007700         CLOSE TAX-HIST-FILE
007710         CLOSE STUDENT-MASTER
007720         CLOSE VENDOR-FILE
007730         CLOSE FILING-FILE
007740     END-IF.
007750     IF WS-LATE-FILE-OPEN
007760         CLOSE LATE-FEE-FILE
007770     END-IF.
007780     IF WS-RCPT-FILE-OPEN
007790         CLOSE RECEIPT-FILE
007800     END-IF.
007810     IF WS-DISB-FILE-OPEN
007820         CLOSE DISB-HIST-FILE
007830     END-IF.
007840     IF WS-CENS-FILE-OPEN
007850         CLOSE CENSUS-FILE
007860     END-IF.
007870     IF WS-DEMO-FILE-OPEN
007880         CLOSE DEMOG-FILE
007890     END-IF.
007900     IF RETURN-CODE NOT = 8
007910         IF WS-EXCEPTION-COUNT > ZERO
007920             MOVE 4 TO RETURN-CODE
007930         ELSE
007940             MOVE 0 TO RETURN-CODE
007950         END-IF
007960     END-IF.
007970 3000-FINISH-EXIT.
007980     EXIT.

007990 END PROGRAM TAXSTMT.
