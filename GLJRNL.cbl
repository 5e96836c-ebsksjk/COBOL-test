000010******************************************************************
000020* PROGRAM-ID : GLJRNL
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   DAILY GENERAL-LEDGER JOURNAL FOR STUDENT RECEIVABLES.  READS
000090*   THE ACTIVITY THE BILLING STEPS APPENDED TO GLACTV TODAY
000100*   (TUITCALC, PAYPOST, AIDPOST, REFNDREG, LATEFEE, RTNPAY AND
000110*   CRDDISB) AND, FOR EACH POSTING:
000120*     - FINDS THE STUDENT'S CAMPUS ON STUDEMOG (BLANK = MAIN);
000130*     - MAPS ITS CATEGORY AND CAMPUS TO A DEBIT AND A CREDIT
000140*       GL ACCOUNT FROM THE GLMAP TABLE (THE CATEGORY'S BLANK-
000150*       CAMPUS ROW SERVES ANY CAMPUS WITHOUT ONE OF ITS OWN);
000160*     - ADDS IT TO THE DEBIT AND CREDIT TOTALS OF THOSE
000170*       ACCOUNTS FOR THE CAMPUS.
000180*   THE PROOF REPORT (GLPROOF) SETS EACH SOURCE STEP'S DETAIL
000190*   AGAINST THE CONTROL TOTALS THAT STEP TOOK FROM ITS OWN
000200*   REGISTER, THEN LISTS THE JOURNAL BY ACCOUNT AND CAMPUS.
000210*   WHEN EVERY SOURCE TIES, EVERY POSTING IS MAPPED AND DEBITS
000220*   EQUAL CREDITS, THE JOURNAL FILE (GLJRNL) IS WRITTEN WITH A
000230*   HEADER AND A CONTROL TRAILER AND THE CONSUMED ACTIVITY IS
000240*   EMPTIED.  OTHERWISE NO JOURNAL IS WRITTEN, THE ACTIVITY IS
000250*   KEPT FOR THE RERUN, AND THE STEP ENDS RETURN-CODE 8 SO THE
000260*   JOB STOPS.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   2026-10-15  RO   ORIGINAL PROGRAM.
000293*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000296*                    AS A CHAIN STEP BY CALL.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GLJRNL.
000330 AUTHOR.        R. OKONKWO.
000340 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000350 DATE-WRITTEN.  2026-10-15.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MAP-TABLE ASSIGN TO "GLMAP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-MAP-STATUS.

000430     SELECT ACTIVITY-FILE ASSIGN TO "GLACTV"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ACTV-STATUS.

000460     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DG-STUDENT-ID
000500         FILE STATUS IS WS-DEMO-STATUS.

000510     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-JRNL-STATUS.

000540     SELECT PROOF-RPT ASSIGN TO "GLPROOF"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MAP-TABLE.
000600     COPY "glmap.cpy".

000610 FD  ACTIVITY-FILE.
000620     COPY "glactv.cpy".

000630 FD  DEMOG-FILE.
000640     COPY "demogrec.cpy".

000650 FD  JOURNAL-FILE.
000660     COPY "gljrnl.cpy".

000670 FD  PROOF-RPT.
000680 01  GP-REPORT-LINE           PIC X(80).

000690 WORKING-STORAGE SECTION.
000700     COPY "runhdr.cpy".

000710 01  WS-SWITCHES.
000720     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000730         88  WS-EOF           VALUE "Y".
000740     05  WS-LOAD-EOF-SWITCH   PIC X(01) VALUE "N".
000750         88  WS-LOAD-EOF      VALUE "Y".
000760     05  WS-DEMO-OPEN-SWITCH  PIC X(01) VALUE "N".
000770         88  WS-DEMO-FILE-OPEN VALUE "Y".
000780     05  WS-ACTV-OPEN-SWITCH  PIC X(01) VALUE "N".
000790         88  WS-ACTV-FILE-OPEN VALUE "Y".
000800     05  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
000810         88  WS-FOUND         VALUE "Y".
000820     05  WS-BALANCED-SWITCH   PIC X(01) VALUE "Y".
000830         88  WS-BALANCED      VALUE "Y".

000840 01  WS-FILE-STATUSES.
000850     05  WS-MAP-STATUS        PIC X(02) VALUE "00".
000860     05  WS-ACTV-STATUS       PIC X(02) VALUE "00".
000870     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
000880     05  WS-JRNL-STATUS       PIC X(02) VALUE "00".
000890     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000900*    THE ACCOUNT MAPPING IS A SMALL CONTROL FILE - TABLED ONCE AT
000910*    START-UP.
000920 01  WS-MAP-TABLE.
000930     05  WS-MAP-ENTRY OCCURS 100 TIMES.
000940         10  WS-MP-CATEGORY   PIC X(02).
000950         10  WS-MP-CAMPUS     PIC X(02).
000960         10  WS-MP-DEBIT      PIC X(10).
000970         10  WS-MP-CREDIT     PIC X(10).
000980 01  WS-MAP-USED              PIC 9(03) COMP VALUE ZERO.
000990 01  WS-MAP-SUB               PIC 9(03) COMP.
001000 01  WS-MAP-HIT               PIC 9(03) COMP.
001010 01  WS-MAP-DEFAULT           PIC 9(03) COMP.

001020*    ONE PROOF ROW PER SOURCE STEP AND CATEGORY: THE DETAIL
001030*    RECEIVED AGAINST THE CONTROL TOTALS THE STEP REPORTED.
001040 01  WS-PROOF-TABLE.
001050     05  WS-PROOF-ENTRY OCCURS 50 TIMES.
001060         10  WS-PF-PROGRAM    PIC X(08).
001070         10  WS-PF-CATEGORY   PIC X(02).
001080         10  WS-PF-DET-COUNT  PIC 9(07).
001090         10  WS-PF-DET-AMT    PIC S9(11)V99.
001100         10  WS-PF-CTL-COUNT  PIC 9(07).
001110         10  WS-PF-CTL-AMT    PIC S9(11)V99.
001120         10  WS-PF-CTL-SWITCH PIC X(01).
001130             88  WS-PF-CTL-SEEN VALUE "Y".
001140 01  WS-PROOF-USED            PIC 9(03) COMP VALUE ZERO.
001150 01  WS-PROOF-SUB             PIC 9(03) COMP.

001160*    THE JOURNAL BEING BUILT - DEBIT AND CREDIT TOTALS PER GL
001170*    ACCOUNT AND CAMPUS.
001180 01  WS-ACCOUNT-TABLE.
001190     05  WS-ACCOUNT-ENTRY OCCURS 300 TIMES.
001200         10  WS-AC-ACCOUNT    PIC X(10).
001210         10  WS-AC-CAMPUS     PIC X(02).
001220         10  WS-AC-DEBITS     PIC 9(11)V99.
001230         10  WS-AC-CREDITS    PIC 9(11)V99.
001240 01  WS-ACCOUNT-USED          PIC 9(03) COMP VALUE ZERO.
001250 01  WS-ACCOUNT-SUB           PIC 9(03) COMP.

001260 01  WS-COUNTERS COMP.
001270     05  WS-ACTIVITY-READ     PIC 9(07) VALUE ZERO.
001280     05  WS-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
001290     05  WS-CONTROL-COUNT     PIC 9(07) VALUE ZERO.
001300     05  WS-UNMAPPED-COUNT    PIC 9(07) VALUE ZERO.
001310     05  WS-OVERFLOW-COUNT    PIC 9(07) VALUE ZERO.
001320     05  WS-UNTIED-COUNT      PIC 9(05) VALUE ZERO.
001330     05  WS-LINE-NO           PIC 9(06) VALUE ZERO.

001340 01  WS-AMOUNTS.
001350     05  WS-TOTAL-DEBITS      PIC 9(11)V99 VALUE ZERO.
001360     05  WS-TOTAL-CREDITS     PIC 9(11)V99 VALUE ZERO.
001370     05  WS-UNMAPPED-AMT      PIC S9(11)V99 VALUE ZERO.
001380     05  WS-POST-AMT          PIC 9(09)V99.

001390 01  WS-LAST-STUDENT          PIC 9(08) VALUE ZERO.
001400 01  WS-CAMPUS                PIC X(02) VALUE SPACES.
001410 01  WS-DEBIT-ACCOUNT         PIC X(10).
001420 01  WS-CREDIT-ACCOUNT        PIC X(10).
001430 01  WS-POST-ACCOUNT          PIC X(10).
001440 01  WS-POST-SIDE             PIC X(01).
001450 01  WS-PROOF-TEXT            PIC X(16).

001460 01  WS-EDIT-FIELDS.
001470     05  WS-COUNT-ED          PIC ZZZZZZ9.
001480     05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZ9.99-.
001490     05  WS-AMOUNT2-ED        PIC ZZZ,ZZZ,ZZ9.99-.
001500     05  WS-TOTAL-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

001510 01  WS-REPORT-LINE           PIC X(80).

001520 PROCEDURE DIVISION.

001530******************************************************************
001540* 0000-MAINLINE.
001550******************************************************************
001560 0000-MAINLINE.
001570     MOVE "GLJRNL" TO RH-PROGRAM-NAME.
001580     CALL "BIZDATE" USING RH-RUN-DATE.
001590     ACCEPT RH-RUN-TIME FROM TIME.
001600     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001610         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001630     PERFORM 2000-ONE-ACTIVITY THRU 2000-ONE-ACTIVITY-EXIT
001640         UNTIL WS-EOF.
001650     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001660     ACCEPT RH-RUN-TIME FROM TIME.
001670     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001680         RH-RUN-TIME.
001685*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
001690     GOBACK.

001700******************************************************************
001710* 1000-INITIALIZE - TABLE THE ACCOUNT MAPPING AND OPEN FILES.
001720******************************************************************
001730 1000-INITIALIZE.
001740     OPEN OUTPUT PROOF-RPT.
001750     MOVE "GENERAL-LEDGER JOURNAL PROOF - STUDENT RECEIVABLES"
001760         TO WS-REPORT-LINE.
001770     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
001780     MOVE SPACES TO WS-REPORT-LINE.
001790     STRING "JOURNAL DATE " DELIMITED BY SIZE
001800            RH-RUN-DATE     DELIMITED BY SIZE
001810         INTO WS-REPORT-LINE.
001820     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.

001830     PERFORM 1100-LOAD-MAP THRU 1100-LOAD-MAP-EXIT.
001840     IF WS-MAP-USED = ZERO
001850         MOVE "  (NO GLMAP ACCOUNT MAPPING - NO JOURNAL WRITTEN)"
001860             TO WS-REPORT-LINE
001870         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
001880         SET WS-EOF TO TRUE
001890         MOVE "N" TO WS-BALANCED-SWITCH
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF.

001920*    NO DEMOGRAPHICS FILE MEANS EVERY STUDENT IS MAIN CAMPUS.
001930     OPEN INPUT DEMOG-FILE.
001940     IF WS-DEMO-STATUS = "00"
001950         SET WS-DEMO-FILE-OPEN TO TRUE
001960     END-IF.

001970*    NO ACTIVITY FILE MEANS NO BILLING STEP MOVED MONEY - THE
001980*    JOURNAL STILL GOES OUT, EMPTY BUT BALANCED.
001990     OPEN INPUT ACTIVITY-FILE.
002000     IF WS-ACTV-STATUS NOT = "00"
002010         MOVE "  (NO RECEIVABLE ACTIVITY TODAY)" TO WS-REPORT-LINE
002020         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
002030         SET WS-EOF TO TRUE
002040         GO TO 1000-INITIALIZE-EXIT
002050     END-IF.
002060     SET WS-ACTV-FILE-OPEN TO TRUE.
002070     PERFORM 2100-READ-ACTIVITY THRU 2100-READ-ACTIVITY-EXIT.
002080 1000-INITIALIZE-EXIT.
002090     EXIT.

002100******************************************************************
002110* 1100-LOAD-MAP - TABLE THE GLMAP ROWS.
002120******************************************************************
002130 1100-LOAD-MAP.
002140     MOVE "N" TO WS-LOAD-EOF-SWITCH.
002150     OPEN INPUT MAP-TABLE.
002160     IF WS-MAP-STATUS NOT = "00"
002170         GO TO 1100-LOAD-MAP-EXIT
002180     END-IF.
002190     PERFORM 1110-LOAD-ONE-ROW THRU 1110-LOAD-ONE-ROW-EXIT
002200         UNTIL WS-LOAD-EOF.
002210     CLOSE MAP-TABLE.
002220 1100-LOAD-MAP-EXIT.
002230     EXIT.

002240******************************************************************
002250* 1110-LOAD-ONE-ROW - TABLE ONE MAPPING ROW.
002260******************************************************************
002270 1110-LOAD-ONE-ROW.
002280     READ MAP-TABLE
002290         AT END
002300             SET WS-LOAD-EOF TO TRUE
002310             GO TO 1110-LOAD-ONE-ROW-EXIT
002320     END-READ.
002330     IF WS-MAP-USED < 100
002340         ADD 1 TO WS-MAP-USED
002350         MOVE GM-CATEGORY TO WS-MP-CATEGORY (WS-MAP-USED)
002360         MOVE GM-CAMPUS TO WS-MP-CAMPUS (WS-MAP-USED)
002370         MOVE GM-DEBIT-ACCOUNT TO WS-MP-DEBIT (WS-MAP-USED)
002380         MOVE GM-CREDIT-ACCOUNT TO WS-MP-CREDIT (WS-MAP-USED)
002390     END-IF.
002400 1110-LOAD-ONE-ROW-EXIT.
002410     EXIT.

002420******************************************************************
002430* 2100-READ-ACTIVITY - NEXT ACTIVITY RECORD.
002440******************************************************************
002450 2100-READ-ACTIVITY.
002460     READ ACTIVITY-FILE
002470         AT END
002480             SET WS-EOF TO TRUE
002490     END-READ.
002500 2100-READ-ACTIVITY-EXIT.
002510     EXIT.

002520******************************************************************
002530* 2000-ONE-ACTIVITY - A CONTROL RECORD GOES TO ITS SOURCE'S
002540*                     PROOF ROW; A DETAIL IS ALSO MAPPED AND
002550*                     JOURNALED.
002560******************************************************************
002570 2000-ONE-ACTIVITY.
002580     ADD 1 TO WS-ACTIVITY-READ.
002590     PERFORM 2200-FIND-PROOF-ROW THRU 2200-FIND-PROOF-ROW-EXIT.
002600     IF GA-CONTROL
002610         ADD 1 TO WS-CONTROL-COUNT
002620         IF WS-PROOF-SUB > ZERO
002630             SET WS-PF-CTL-SEEN (WS-PROOF-SUB) TO TRUE
002640             ADD GA-ITEM-COUNT TO WS-PF-CTL-COUNT (WS-PROOF-SUB)
002650             ADD GA-AMOUNT TO WS-PF-CTL-AMT (WS-PROOF-SUB)
002660         END-IF
002670         GO TO 2000-NEXT-ACTIVITY
002680     END-IF.

002690     ADD 1 TO WS-DETAIL-COUNT.
002700     IF WS-PROOF-SUB > ZERO
002710         ADD 1 TO WS-PF-DET-COUNT (WS-PROOF-SUB)
002720         ADD GA-AMOUNT TO WS-PF-DET-AMT (WS-PROOF-SUB)
002730     END-IF.
002740     IF GA-AMOUNT = ZERO
002750         GO TO 2000-NEXT-ACTIVITY
002760     END-IF.

002770     PERFORM 2300-FIND-CAMPUS THRU 2300-FIND-CAMPUS-EXIT.
002780     PERFORM 2400-FIND-MAPPING THRU 2400-FIND-MAPPING-EXIT.
002790     IF WS-MAP-HIT = ZERO
002800         ADD 1 TO WS-UNMAPPED-COUNT
002810         ADD GA-AMOUNT TO WS-UNMAPPED-AMT
002820         MOVE GA-AMOUNT TO WS-AMOUNT-ED
002830         MOVE SPACES TO WS-REPORT-LINE
002840         STRING "  *** NO GLMAP ROW: " DELIMITED BY SIZE
002850                GA-SOURCE-PROGRAM      DELIMITED BY SIZE
002860                " "                    DELIMITED BY SIZE
002870                GA-CATEGORY            DELIMITED BY SIZE
002880                " CAMPUS "             DELIMITED BY SIZE
002890                WS-CAMPUS              DELIMITED BY SIZE
002900                " "                    DELIMITED BY SIZE
002910                GA-STUDENT-ID          DELIMITED BY SIZE
002920                " "                    DELIMITED BY SIZE
002930                WS-AMOUNT-ED           DELIMITED BY SIZE
002940             INTO WS-REPORT-LINE
002950         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
002960         GO TO 2000-NEXT-ACTIVITY
002970     END-IF.

002980*    A NEGATIVE AMOUNT REVERSES THE ROW'S DEBIT AND CREDIT.
002990     IF GA-AMOUNT > ZERO
003000         MOVE GA-AMOUNT TO WS-POST-AMT
003010         MOVE WS-MP-DEBIT (WS-MAP-HIT) TO WS-DEBIT-ACCOUNT
003020         MOVE WS-MP-CREDIT (WS-MAP-HIT) TO WS-CREDIT-ACCOUNT
003030     ELSE
003040         COMPUTE WS-POST-AMT = ZERO - GA-AMOUNT
003050         MOVE WS-MP-CREDIT (WS-MAP-HIT) TO WS-DEBIT-ACCOUNT
003060         MOVE WS-MP-DEBIT (WS-MAP-HIT) TO WS-CREDIT-ACCOUNT
003070     END-IF.
003080     MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT.
003090     MOVE "D" TO WS-POST-SIDE.
003100     PERFORM 2500-POST-ACCOUNT THRU 2500-POST-ACCOUNT-EXIT.
003110     MOVE WS-CREDIT-ACCOUNT TO WS-POST-ACCOUNT.
003120     MOVE "C" TO WS-POST-SIDE.
003130     PERFORM 2500-POST-ACCOUNT THRU 2500-POST-ACCOUNT-EXIT.

003140 2000-NEXT-ACTIVITY.
003150     PERFORM 2100-READ-ACTIVITY THRU 2100-READ-ACTIVITY-EXIT.
003160 2000-ONE-ACTIVITY-EXIT.
003170     EXIT.

003180******************************************************************
003190* 2200-FIND-PROOF-ROW - THE PROOF ROW FOR THE RECORD'S SOURCE
003200*                       STEP AND CATEGORY, ADDED IF NEW.  ZERO
003210*                       WHEN THE TABLE IS FULL.
003220******************************************************************
003230 2200-FIND-PROOF-ROW.
003240     MOVE "N" TO WS-FOUND-SWITCH.
003250     PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
003260             UNTIL WS-PROOF-SUB > WS-PROOF-USED OR WS-FOUND
003270         IF WS-PF-PROGRAM (WS-PROOF-SUB) = GA-SOURCE-PROGRAM
003280                 AND WS-PF-CATEGORY (WS-PROOF-SUB) = GA-CATEGORY
003290             SET WS-FOUND TO TRUE
003300         END-IF
003310     END-PERFORM.
003320     IF WS-FOUND
003330         SUBTRACT 1 FROM WS-PROOF-SUB
003340         GO TO 2200-FIND-PROOF-ROW-EXIT
003350     END-IF.
003360     IF WS-PROOF-USED NOT < 50
003370         MOVE ZERO TO WS-PROOF-SUB
003380         ADD 1 TO WS-OVERFLOW-COUNT
003390         GO TO 2200-FIND-PROOF-ROW-EXIT
003400     END-IF.
003410     ADD 1 TO WS-PROOF-USED.
003420     MOVE WS-PROOF-USED TO WS-PROOF-SUB.
003430     MOVE GA-SOURCE-PROGRAM TO WS-PF-PROGRAM (WS-PROOF-SUB).
003440     MOVE GA-CATEGORY TO WS-PF-CATEGORY (WS-PROOF-SUB).
003450     MOVE ZERO TO WS-PF-DET-COUNT (WS-PROOF-SUB).
003460     MOVE ZERO TO WS-PF-DET-AMT (WS-PROOF-SUB).
003470     MOVE ZERO TO WS-PF-CTL-COUNT (WS-PROOF-SUB).
003480     MOVE ZERO TO WS-PF-CTL-AMT (WS-PROOF-SUB).
003490     MOVE "N" TO WS-PF-CTL-SWITCH (WS-PROOF-SUB).
003500 2200-FIND-PROOF-ROW-EXIT.
003510     EXIT.

003520******************************************************************
003530* 2300-FIND-CAMPUS - THE STUDENT'S HOME CAMPUS, KEPT FROM THE
003540*                    LAST LOOKUP WHILE THE STUDENT REPEATS.
003550******************************************************************
003560 2300-FIND-CAMPUS.
003570     IF GA-STUDENT-ID = WS-LAST-STUDENT
003580         GO TO 2300-FIND-CAMPUS-EXIT
003590     END-IF.
003600     MOVE GA-STUDENT-ID TO WS-LAST-STUDENT.
003610     MOVE SPACES TO WS-CAMPUS.
003620     IF NOT WS-DEMO-FILE-OPEN
003630         GO TO 2300-FIND-CAMPUS-EXIT
003640     END-IF.
003650     MOVE GA-STUDENT-ID TO DG-STUDENT-ID.
003660     READ DEMOG-FILE
003670         INVALID KEY
003680             MOVE SPACES TO DG-CAMPUS
003690     END-READ.
003700     MOVE DG-CAMPUS TO WS-CAMPUS.
003710 2300-FIND-CAMPUS-EXIT.
003720     EXIT.

003730******************************************************************
003740* 2400-FIND-MAPPING - THE GLMAP ROW FOR THE CATEGORY AND CAMPUS,
003750*                     ELSE THE CATEGORY'S BLANK-CAMPUS ROW.
003760*                     ZERO WHEN NEITHER IS ON THE TABLE.
003770******************************************************************
003780 2400-FIND-MAPPING.
003790     MOVE ZERO TO WS-MAP-HIT.
003800     MOVE ZERO TO WS-MAP-DEFAULT.
003810     PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
003820             UNTIL WS-MAP-SUB > WS-MAP-USED OR WS-MAP-HIT > ZERO
003830         IF WS-MP-CATEGORY (WS-MAP-SUB) = GA-CATEGORY
003840             IF WS-MP-CAMPUS (WS-MAP-SUB) = WS-CAMPUS
003850                 MOVE WS-MAP-SUB TO WS-MAP-HIT
003860             ELSE
003870                 IF WS-MP-CAMPUS (WS-MAP-SUB) = SPACES
003880                     MOVE WS-MAP-SUB TO WS-MAP-DEFAULT
003890                 END-IF
003900             END-IF
003910         END-IF
003920     END-PERFORM.
003930     IF WS-MAP-HIT = ZERO
003940         MOVE WS-MAP-DEFAULT TO WS-MAP-HIT
003950     END-IF.
003960 2400-FIND-MAPPING-EXIT.
003970     EXIT.

003980******************************************************************
003990* 2500-POST-ACCOUNT - ADD WS-POST-AMT TO ONE SIDE (WS-POST-SIDE)
004000*                     OF THE ACCOUNT AND CAMPUS'S JOURNAL TOTALS.
004010******************************************************************
004020 2500-POST-ACCOUNT.
004030     MOVE "N" TO WS-FOUND-SWITCH.
004040     PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
004050             UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-USED OR WS-FOUND
004060         IF WS-AC-ACCOUNT (WS-ACCOUNT-SUB) = WS-POST-ACCOUNT
004070                 AND WS-AC-CAMPUS (WS-ACCOUNT-SUB) = WS-CAMPUS
004080             SET WS-FOUND TO TRUE
004090         END-IF
004100     END-PERFORM.
004110     IF WS-FOUND
004120         SUBTRACT 1 FROM WS-ACCOUNT-SUB
004130     ELSE
004140         IF WS-ACCOUNT-USED NOT < 300
004150             ADD 1 TO WS-OVERFLOW-COUNT
004160             GO TO 2500-POST-ACCOUNT-EXIT
004170         END-IF
004180         ADD 1 TO WS-ACCOUNT-USED
004190         MOVE WS-ACCOUNT-USED TO WS-ACCOUNT-SUB
004200         MOVE WS-POST-ACCOUNT TO WS-AC-ACCOUNT (WS-ACCOUNT-SUB)
004210         MOVE WS-CAMPUS TO WS-AC-CAMPUS (WS-ACCOUNT-SUB)
004220         MOVE ZERO TO WS-AC-DEBITS (WS-ACCOUNT-SUB)
004230         MOVE ZERO TO WS-AC-CREDITS (WS-ACCOUNT-SUB)
004240     END-IF.
004250     IF WS-POST-SIDE = "D"
004260         ADD WS-POST-AMT TO WS-AC-DEBITS (WS-ACCOUNT-SUB)
004270         ADD WS-POST-AMT TO WS-TOTAL-DEBITS
004280     ELSE
004290         ADD WS-POST-AMT TO WS-AC-CREDITS (WS-ACCOUNT-SUB)
004300         ADD WS-POST-AMT TO WS-TOTAL-CREDITS
004310     END-IF.
004320 2500-POST-ACCOUNT-EXIT.
004330     EXIT.

004340******************************************************************
004350* 3000-FINISH - PROVE THE SOURCES, LIST THE JOURNAL, AND WRITE
004360*               IT ONLY WHEN EVERYTHING BALANCES.
004370******************************************************************
004380 3000-FINISH.
004390     PERFORM 3100-PROVE-SOURCES THRU 3100-PROVE-SOURCES-EXIT.
004400     PERFORM 3200-LIST-JOURNAL THRU 3200-LIST-JOURNAL-EXIT.

004410     IF WS-UNTIED-COUNT > ZERO
004420             OR WS-UNMAPPED-COUNT > ZERO
004430             OR WS-OVERFLOW-COUNT > ZERO
004440             OR WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
004450         MOVE "N" TO WS-BALANCED-SWITCH
004460     END-IF.

004470     MOVE SPACES TO WS-REPORT-LINE.
004480     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
004490     MOVE WS-ACTIVITY-READ TO WS-COUNT-ED.
004500     MOVE SPACES TO WS-REPORT-LINE.
004510     STRING "ACTIVITY READ:    " DELIMITED BY SIZE
004520            WS-COUNT-ED          DELIMITED BY SIZE
004530         INTO WS-REPORT-LINE.
004540     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
004550     MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
004560     MOVE SPACES TO WS-REPORT-LINE.
004570     STRING "POSTINGS:         " DELIMITED BY SIZE
004580            WS-COUNT-ED          DELIMITED BY SIZE
004590         INTO WS-REPORT-LINE.
004600     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
004610     MOVE WS-CONTROL-COUNT TO WS-COUNT-ED.
004620     MOVE SPACES TO WS-REPORT-LINE.
004630     STRING "CONTROL RECORDS:  " DELIMITED BY SIZE
004640            WS-COUNT-ED          DELIMITED BY SIZE
004650         INTO WS-REPORT-LINE.
004660     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
004670     MOVE WS-UNMAPPED-COUNT TO WS-COUNT-ED.
004680     MOVE WS-UNMAPPED-AMT TO WS-AMOUNT-ED.
004690     MOVE SPACES TO WS-REPORT-LINE.
004700     STRING "UNMAPPED:         " DELIMITED BY SIZE
004710            WS-COUNT-ED          DELIMITED BY SIZE
004720            "  "                 DELIMITED BY SIZE
004730            WS-AMOUNT-ED         DELIMITED BY SIZE
004740         INTO WS-REPORT-LINE.
004750     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
004760     IF WS-OVERFLOW-COUNT > ZERO
004770         MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
004780         MOVE SPACES TO WS-REPORT-LINE
004790         STRING "TABLE OVERFLOWS:  " DELIMITED BY SIZE
004800                WS-COUNT-ED          DELIMITED BY SIZE
004810             INTO WS-REPORT-LINE
004820         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
004830     END-IF.
004840     MOVE WS-TOTAL-DEBITS TO WS-TOTAL-ED.
004850     MOVE SPACES TO WS-REPORT-LINE.
004860     STRING "TOTAL DEBITS:     " DELIMITED BY SIZE
004870            WS-TOTAL-ED          DELIMITED BY SIZE
004880         INTO WS-REPORT-LINE.
004890     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
004900     MOVE WS-TOTAL-CREDITS TO WS-TOTAL-ED.
004910     MOVE SPACES TO WS-REPORT-LINE.
004920     STRING "TOTAL CREDITS:    " DELIMITED BY SIZE
004930            WS-TOTAL-ED          DELIMITED BY SIZE
004940         INTO WS-REPORT-LINE.
004950     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
004960     MOVE SPACES TO WS-REPORT-LINE.
004970     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.

004980     IF WS-ACTV-FILE-OPEN
004990         CLOSE ACTIVITY-FILE
005000     END-IF.
005010     IF WS-DEMO-FILE-OPEN
005020         CLOSE DEMOG-FILE
005030     END-IF.

005040     IF NOT WS-BALANCED
005050         MOVE "*** JOURNAL DOES NOT BALANCE - NOT RELEASED,"
005060             TO WS-REPORT-LINE
005070         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
005080         MOVE "    ACTIVITY KEPT FOR THE RERUN.  JOB STOPPED."
005090             TO WS-REPORT-LINE
005100         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
005110         CLOSE PROOF-RPT
005120         MOVE 8 TO RETURN-CODE
005130         GO TO 3000-FINISH-EXIT
005140     END-IF.

005150     PERFORM 3300-WRITE-JOURNAL THRU 3300-WRITE-JOURNAL-EXIT.
005160     IF WS-JRNL-STATUS NOT = "00"
005170         MOVE "*** JOURNAL FILE CANNOT BE WRITTEN - ACTIVITY KEPT"
005180             TO WS-REPORT-LINE
005190         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
005200         CLOSE PROOF-RPT
005210         MOVE 8 TO RETURN-CODE
005220         GO TO 3000-FINISH-EXIT
005230     END-IF.
005240     MOVE "JOURNAL BALANCED AND RELEASED TO FINANCE"
005250         TO WS-REPORT-LINE.
005260     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
005270     CLOSE PROOF-RPT.

005280*    THE ACTIVITY IS JOURNALED - EMPTY IT SO TOMORROW'S JOURNAL
005290*    CARRIES ONLY TOMORROW'S POSTINGS.
005300     IF WS-ACTV-FILE-OPEN
005310         OPEN OUTPUT ACTIVITY-FILE
005320         CLOSE ACTIVITY-FILE
005330     END-IF.
005340     MOVE 0 TO RETURN-CODE.
005350 3000-FINISH-EXIT.
005360     EXIT.

005370******************************************************************
005380* 3100-PROVE-SOURCES - ONE LINE PER SOURCE STEP AND CATEGORY,
005390*                      DETAIL AGAINST THE STEP'S CONTROL TOTALS.
005400******************************************************************
005410 3100-PROVE-SOURCES.
005420     MOVE SPACES TO WS-REPORT-LINE.
005430     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
005440     MOVE "SOURCE PROOF" TO WS-REPORT-LINE.
005450     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
005460     MOVE "SOURCE   CAT  POSTINGS    DETAIL TOTAL"
005470         TO WS-REPORT-LINE.
005480     MOVE "REGISTER TOTAL  RESULT" TO WS-REPORT-LINE (41:).
005490     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
005500     IF WS-PROOF-USED = ZERO
005510         MOVE "  (NONE)" TO WS-REPORT-LINE
005520         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
005530         GO TO 3100-PROVE-SOURCES-EXIT
005540     END-IF.
005550     PERFORM 3110-PROVE-ONE-SOURCE THRU 3110-PROVE-ONE-SOURCE-EXIT
005560         VARYING WS-PROOF-SUB FROM 1 BY 1
005570         UNTIL WS-PROOF-SUB > WS-PROOF-USED.
005580 3100-PROVE-SOURCES-EXIT.
005590     EXIT.

005600******************************************************************
005610* 3110-PROVE-ONE-SOURCE - ONE PROOF LINE.
005620******************************************************************
005630 3110-PROVE-ONE-SOURCE.
005640     EVALUATE TRUE
005650         WHEN NOT WS-PF-CTL-SEEN (WS-PROOF-SUB)
005660             MOVE "NO CONTROL" TO WS-PROOF-TEXT
005670             ADD 1 TO WS-UNTIED-COUNT
005680         WHEN WS-PF-DET-COUNT (WS-PROOF-SUB)
005690                 NOT = WS-PF-CTL-COUNT (WS-PROOF-SUB)
005700             OR WS-PF-DET-AMT (WS-PROOF-SUB)
005710                 NOT = WS-PF-CTL-AMT (WS-PROOF-SUB)
005720             MOVE "OUT OF BALANCE" TO WS-PROOF-TEXT
005730             ADD 1 TO WS-UNTIED-COUNT
005740         WHEN OTHER
005750             MOVE "TIES" TO WS-PROOF-TEXT
005760     END-EVALUATE.
005770     MOVE WS-PF-DET-COUNT (WS-PROOF-SUB) TO WS-COUNT-ED.
005780     MOVE WS-PF-DET-AMT (WS-PROOF-SUB) TO WS-AMOUNT-ED.
005790     MOVE WS-PF-CTL-AMT (WS-PROOF-SUB) TO WS-AMOUNT2-ED.
005800     MOVE SPACES TO WS-REPORT-LINE.
005810     STRING WS-PF-PROGRAM (WS-PROOF-SUB)  DELIMITED BY SIZE
005820            " "                           DELIMITED BY SIZE
005830            WS-PF-CATEGORY (WS-PROOF-SUB) DELIMITED BY SIZE
005840            "   "                         DELIMITED BY SIZE
005850            WS-COUNT-ED                   DELIMITED BY SIZE
005860            " "                           DELIMITED BY SIZE
005870            WS-AMOUNT-ED                  DELIMITED BY SIZE
005880            "  "                          DELIMITED BY SIZE
005890            WS-AMOUNT2-ED                 DELIMITED BY SIZE
005900            "  "                          DELIMITED BY SIZE
005910            WS-PROOF-TEXT                 DELIMITED BY SIZE
005920         INTO WS-REPORT-LINE.
005930     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
005940     IF WS-PF-CTL-SEEN (WS-PROOF-SUB)
005950             AND WS-PF-DET-COUNT (WS-PROOF-SUB)
005960                 NOT = WS-PF-CTL-COUNT (WS-PROOF-SUB)
005970         MOVE WS-PF-CTL-COUNT (WS-PROOF-SUB) TO WS-COUNT-ED
005980         MOVE SPACES TO WS-REPORT-LINE
005990         STRING "    REGISTER COUNT " DELIMITED BY SIZE
006000                WS-COUNT-ED           DELIMITED BY SIZE
006010             INTO WS-REPORT-LINE
006020         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
006030     END-IF.
006040 3110-PROVE-ONE-SOURCE-EXIT.
006050     EXIT.

006060******************************************************************
006070* 3200-LIST-JOURNAL - THE JOURNAL BY ACCOUNT AND CAMPUS.
006080******************************************************************
006090 3200-LIST-JOURNAL.
006100     MOVE SPACES TO WS-REPORT-LINE.
006110     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
006120     MOVE "JOURNAL BY ACCOUNT AND CAMPUS" TO WS-REPORT-LINE.
006130     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
006140     MOVE "ACCOUNT    CAMPUS          DEBITS         CREDITS"
006150         TO WS-REPORT-LINE.
006160     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
006170     IF WS-ACCOUNT-USED = ZERO
006180         MOVE "  (NONE)" TO WS-REPORT-LINE
006190         WRITE GP-REPORT-LINE FROM WS-REPORT-LINE
006200         GO TO 3200-LIST-JOURNAL-EXIT
006210     END-IF.
006220     PERFORM 3210-LIST-ONE-ACCOUNT THRU 3210-LIST-ONE-ACCOUNT-EXIT
006230         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
006240         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-USED.
006250 3200-LIST-JOURNAL-EXIT.
006260     EXIT.

006270******************************************************************
006280* 3210-LIST-ONE-ACCOUNT - ONE ACCOUNT AND CAMPUS LINE.
006290******************************************************************
006300 3210-LIST-ONE-ACCOUNT.
006310     MOVE WS-AC-DEBITS (WS-ACCOUNT-SUB) TO WS-AMOUNT-ED.
006320     MOVE WS-AC-CREDITS (WS-ACCOUNT-SUB) TO WS-AMOUNT2-ED.
006330     MOVE SPACES TO WS-REPORT-LINE.
006340     STRING WS-AC-ACCOUNT (WS-ACCOUNT-SUB) DELIMITED BY SIZE
006350            " "                            DELIMITED BY SIZE
006360            WS-AC-CAMPUS (WS-ACCOUNT-SUB)  DELIMITED BY SIZE
006370            "     "                        DELIMITED BY SIZE
006380            WS-AMOUNT-ED                   DELIMITED BY SIZE
006390            " "                            DELIMITED BY SIZE
006400            WS-AMOUNT2-ED                  DELIMITED BY SIZE
006410         INTO WS-REPORT-LINE.
006420     WRITE GP-REPORT-LINE FROM WS-REPORT-LINE.
006430 3210-LIST-ONE-ACCOUNT-EXIT.
006440     EXIT.

006450******************************************************************
006460* 3300-WRITE-JOURNAL - HEADER, A DEBIT AND/OR CREDIT LINE PER
006470*                      ACCOUNT AND CAMPUS, AND THE TRAILER.
006480******************************************************************
006490 3300-WRITE-JOURNAL.
006500     OPEN OUTPUT JOURNAL-FILE.
006510     IF WS-JRNL-STATUS NOT = "00"
006520         GO TO 3300-WRITE-JOURNAL-EXIT
006530     END-IF.
006540     MOVE SPACES TO GJ-JOURNAL-RECORD.
006550     SET GJ-HEADER TO TRUE.
006560     MOVE RH-RUN-DATE TO GJ-FILE-DATE.
006570     MOVE RH-RUN-TIME TO GJ-FILE-TIME.
006580     MOVE "STUDENT RECEIVABLES" TO GJ-SOURCE-SYSTEM.
006590     WRITE GJ-JOURNAL-RECORD.
006600     PERFORM 3310-JOURNAL-ONE-ACCOUNT
006610         THRU 3310-JOURNAL-ONE-ACCOUNT-EXIT
006620         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
006630         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-USED.
006640     MOVE SPACES TO GJ-JOURNAL-RECORD.
006650     SET GJ-TRAILER TO TRUE.
006660     MOVE WS-LINE-NO TO GJ-LINE-COUNT.
006670     MOVE WS-TOTAL-DEBITS TO GJ-TOTAL-DEBITS.
006680     MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS.
006690     MOVE WS-DETAIL-COUNT TO GJ-ACTIVITY-COUNT.
006700     WRITE GJ-JOURNAL-RECORD.
006710     CLOSE JOURNAL-FILE.
006720 3300-WRITE-JOURNAL-EXIT.
006730     EXIT.

006740******************************************************************
006750* 3310-JOURNAL-ONE-ACCOUNT - THE DEBIT LINE AND THE CREDIT LINE
006760*                            OF ONE ACCOUNT AND CAMPUS.
006770******************************************************************
006780 3310-JOURNAL-ONE-ACCOUNT.
006790     MOVE SPACES TO GJ-JOURNAL-RECORD.
006800     SET GJ-DETAIL TO TRUE.
006810     MOVE RH-RUN-DATE TO GJ-JOURNAL-DATE.
006820     MOVE WS-AC-ACCOUNT (WS-ACCOUNT-SUB) TO GJ-ACCOUNT.
006830     MOVE WS-AC-CAMPUS (WS-ACCOUNT-SUB) TO GJ-CAMPUS.
006840     MOVE "STUDENT RECEIVABLES" TO GJ-DESCRIPTION.
006850     IF WS-AC-DEBITS (WS-ACCOUNT-SUB) > ZERO
006860         ADD 1 TO WS-LINE-NO
006870         MOVE WS-LINE-NO TO GJ-LINE-NO
006880         SET GJ-DEBIT TO TRUE
006890         MOVE WS-AC-DEBITS (WS-ACCOUNT-SUB) TO GJ-AMOUNT
006900         WRITE GJ-JOURNAL-RECORD
006910     END-IF.
006920     IF WS-AC-CREDITS (WS-ACCOUNT-SUB) > ZERO
006930         ADD 1 TO WS-LINE-NO
006940         MOVE WS-LINE-NO TO GJ-LINE-NO
006950         SET GJ-CREDIT TO TRUE
006960         MOVE WS-AC-CREDITS (WS-ACCOUNT-SUB) TO GJ-AMOUNT
006970         WRITE GJ-JOURNAL-RECORD
006980     END-IF.
006990 3310-JOURNAL-ONE-ACCOUNT-EXIT.
007000     EXIT.

007010 END PROGRAM GLJRNL.
