000170*   SOURCE AND THE POSTING DATE, SO CALCRES IS ONE
000180*   CONSOLIDATED LEDGER KEYED BY SOURCE AND DATE AND CALCSUM
000190*   CAN BREAK ITS SUMMARY OUT BY FEEDING DEPARTMENT.
000191*   EVERY FILE POSTED IS ENTERED ON THE PROCESSED-FEED REGISTER
000192*   (CALCFREG) BY SOURCE AND CREATION DATE; A FILE ALREADY ON
000193*   IT, OR DATED BEFORE ITS SOURCE'S LAST FILE, IS REFUSED
000194*   UNLESS THE OPERATOR NAMES IT ON THE REPROCESS OVERRIDE
000195*   (CALCOVR).  EVERY REFUSAL IS WRITTEN TO CALCREFU FOR
000197*   CALCSUM AND THE NIGHTLY REPORT.
000199*   EVERY ROW IS ALSO KEPT ON THE POSTED-RESULTS LEDGER
000201*   (CALCPOST) WITH A SEQUENCE WITHIN ITS SOURCE AND DATE, SO
000203*   A "V" RECORD CAN VOID A POSTED ENTRY WITH A REVERSING ROW
000205*   INSTEAD OF A HAND EDIT OF THE RESULT FILE.
000207*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-08-08  RO   ORIGINAL PROGRAM.
000230*   2026-08-22  RO   HEADER/TRAILER CONTROL RECORDS VERIFIED
000302*   2026-09-02  RO   "R" DETAILS RUN A REGISTER (PRIOR RESULT
000304*                    AS FIRST OPERAND), "C" CLEARS IT, AND
000306*                    EVERY RESULT ECHOES THE REGISTER.
000308*   2026-10-15  RO   PROCESSED-FEED REGISTER (CALCFREG) - A
000310*                    DUPLICATE OR OUT-OF-SEQUENCE FILE IS
000312*                    REFUSED UNLESS OVERRIDDEN ON CALCOVR;
000313*                    ALL REFUSALS WRITTEN TO CALCREFU.
000314*   2026-10-15  RO   "V" VOID RECORDS REVERSE A POSTED RESULT
000315*                    (AND ITS REGISTER EFFECT) FROM THE NEW
000316*                    POSTED-RESULTS LEDGER (CALCPOST); ROWS
000317*                    CARRY A SEQUENCE WITHIN SOURCE AND DATE.
000318******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    CALCBAT.
000340 AUTHOR.        R. OKONKWO.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RES-STATUS.

000521*    PROCESSED-FEED REGISTER - READ TO CHECK EACH FILE, THEN
000522*    EXTENDED WITH EACH FILE POSTED.
000523     SELECT FEED-REGISTER ASSIGN TO "CALCFREG"
000524         ORGANIZATION IS LINE SEQUENTIAL
000525         FILE STATUS IS WS-FREG-STATUS.

000526*    OPERATOR REPROCESS OVERRIDE CARDS - OPTIONAL.
000527     SELECT OVERRIDE-IN ASSIGN TO "CALCOVR"
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS WS-OVR-STATUS.

000530*    POSTED-RESULTS LEDGER - EVERY CALCRES ROW, KEPT ACROSS
000531*    RUNS, SO A VOID CAN FIND THE ENTRY IT REVERSES.
000532     SELECT POSTED-LEDGER ASSIGN TO "CALCPOST"
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS WS-POST-STATUS.

000535     SELECT REFUSALS-OUT ASSIGN TO "CALCREFU"
000536         ORGANIZATION IS LINE SEQUENTIAL
000537         FILE STATUS IS WS-REFU-STATUS.

000538 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TRANSACTIONS-IN.
000560     COPY "calctran.cpy".
000610 FD  RESULTS-OUT.
000620     COPY "calcres.cpy".

000621 FD  FEED-REGISTER.
000622     COPY "calcfreg.cpy".

000623 FD  OVERRIDE-IN.
000624     COPY "calcovr.cpy".

000625 FD  REFUSALS-OUT.
000626     COPY "calcrefu.cpy".

000627 FD  POSTED-LEDGER.
000628     COPY "calcres.cpy"
000629         REPLACING LEADING ==CR== BY ==PL==.

000630 WORKING-STORAGE SECTION.
000640     COPY "runhdr.cpy".

000860         88  WS-FILE-BALANCED VALUE "Y".
000870     05  WS-PRESENT-SWITCH    PIC X(01) VALUE "N".
000880         88  WS-FILE-PRESENT  VALUE "Y".
000881     05  WS-FREG-EOF-SWITCH   PIC X(01) VALUE "N".
000882         88  WS-FREG-EOF      VALUE "Y".
000883     05  WS-OVR-EOF-SWITCH    PIC X(01) VALUE "N".
000884         88  WS-OVR-EOF       VALUE "Y".
000885     05  WS-DUPLICATE-SWITCH  PIC X(01) VALUE "N".
000886         88  WS-DUPLICATE-FEED VALUE "Y".
000887     05  WS-OVERRIDE-SWITCH   PIC X(01) VALUE "N".
000888         88  WS-FEED-OVERRIDDEN VALUE "Y".
000889     05  WS-POST-EOF-SWITCH   PIC X(01) VALUE "N".
000890         88  WS-POST-EOF      VALUE "Y".
000891     05  WS-VOID-FOUND-SWITCH PIC X(01) VALUE "N".
000892         88  WS-VOID-FOUND    VALUE "Y".
000893     05  WS-VOID-REPEAT-SWITCH PIC X(01) VALUE "N".
000894         88  WS-VOID-REPEAT   VALUE "Y".

000895 01  WS-FILE-STATUSES.
000900     05  WS-TRAN-STATUS       PIC X(02) VALUE "00".
000910     05  WS-TRAN2-STATUS      PIC X(02) VALUE "00".
000920     05  WS-TRAN3-STATUS      PIC X(02) VALUE "00".
000930     05  WS-RES-STATUS        PIC X(02) VALUE "00".
000932     05  WS-FREG-STATUS       PIC X(02) VALUE "00".
000934     05  WS-OVR-STATUS        PIC X(02) VALUE "00".
000936     05  WS-REFU-STATUS       PIC X(02) VALUE "00".
000938     05  WS-POST-STATUS       PIC X(02) VALUE "00".

000940*    WHICH OF THE THREE FEEDS IS BEING WORKED, AND THE CURRENT
000950*    RECORD MOVED TO ONE COMMON AREA SO THE VERIFY AND POSTING
001050 01  WS-EDIT-COUNTERS.
001060     05  WS-RECORDS-READ-ED   PIC 9(05).

001061 01  WS-SCRATCH-QUOTIENT      PIC S9(7)V99.
001062 01  WS-FILE-SOURCE           PIC X(06).
001063 01  WS-FILE-CREATE-DATE      PIC 9(08).

001064*    REGISTER CHECK FOR THE ACTIVE FEED - WHY IT IS REFUSED
001065*    (CALCREFU REASON CODE, SPACES WHEN IT MAY POST), THE DAY
001066*    A DUPLICATE WAS FIRST PROCESSED, AND THE SOURCE'S LATEST
001067*    REGISTERED CREATION DATE.
001068 01  WS-REFUSE-REASON         PIC X(02).
001069 01  WS-PRIOR-DATE            PIC 9(08).
001070 01  WS-LAST-DATE             PIC 9(08).

001071*    REPROCESS OVERRIDES FROM CALCOVR, LOADED ONCE PER RUN.
001072 01  WS-OVERRIDE-TABLE.
001073     05  WS-OVR-USED          PIC 9(02) COMP VALUE ZERO.
001074     05  WS-OVR-ENTRY OCCURS 10 TIMES.
001075         10  WS-OVR-SOURCE    PIC X(06).
001076         10  WS-OVR-DATE      PIC 9(08).
001077 77  WS-OVR-SUB               PIC 9(02) COMP.

001082*    THE RUNNING REGISTER - THE LAST SUCCESSFUL DETAIL'S
001084*    RESULT.  CLEARED AT THE TOP OF EVERY FEED SO ONE
001086*    DEPARTMENT'S CHAIN NEVER LEAKS INTO THE NEXT.
001088 01  WS-REGISTER              PIC S9(7)V99 VALUE ZERO.
001089*    THE REGISTER BEFORE THE LAST DETAIL THAT SET IT, AND THAT
001090*    DETAIL'S SEQUENCE - A VOID OF THAT VERY ROW PUTS THE
001091*    REGISTER BACK.  ANY EARLIER ENTRY HAS ALREADY BEEN
001092*    SUPERSEDED IN THE CHAIN, SO ITS VOID LEAVES IT STANDING.
001093 01  WS-PRIOR-REGISTER        PIC S9(7)V99 VALUE ZERO.
001094 01  WS-LAST-REG-SEQUENCE     PIC 9(05) VALUE ZERO.

001095*    NEXT ROW SEQUENCE FOR THE ACTIVE SOURCE ON THIS POSTING
001096*    DATE, CONTINUED FROM WHAT THE LEDGER ALREADY HOLDS.
001097 01  WS-ROW-SEQUENCE          PIC 9(05) VALUE ZERO.

001098*    CONTROL-RECORD VERIFICATION TOTALS - WHAT THE FILE SAYS IT
001100*    CONTAINS (TRAILER) VERSUS WHAT WAS ACTUALLY RECEIVED.
001110 01  WS-CONTROL-TOTALS.
001120     05  WS-DETAIL-COUNT      PIC 9(05) VALUE ZERO.
001420     END-IF.

001430     OPEN OUTPUT RESULTS-OUT.
001433     OPEN OUTPUT REFUSALS-OUT.
001436     PERFORM 1050-LOAD-OVERRIDES THRU 1050-LOAD-OVERRIDES-EXIT.
001440     MOVE 0 TO RETURN-CODE.
001450     PERFORM 1000-WORK-ONE-FILE THRU 1000-WORK-ONE-FILE-EXIT
001460         VARYING WS-ACTIVE-FILE FROM 1 BY 1
001800     MOVE ZERO TO WS-TRAILER-HASH.
001810     MOVE ZERO TO WS-FILE-DETAILS.
001815     MOVE ZERO TO WS-REGISTER.
001816     MOVE ZERO TO WS-PRIOR-REGISTER.
001817     MOVE ZERO TO WS-LAST-REG-SEQUENCE.
001820     MOVE SPACES TO WS-FILE-SOURCE.
001825     MOVE ZERO TO WS-FILE-CREATE-DATE.

001830*    FIRST PASS: PROVE THE FILE IS WHOLE (HEADER PRESENT,
001840*    TRAILER COUNT AND HASH AGREE) BEFORE A SINGLE DETAIL IS
002020     IF NOT WS-FILE-BALANCED
002030         PERFORM 1300-REPORT-REFUSAL
002040             THRU 1300-REPORT-REFUSAL-EXIT
002041         MOVE "CB" TO WS-REFUSE-REASON
002042         MOVE ZERO TO WS-PRIOR-DATE
002043         PERFORM 1500-WRITE-REFUSAL
002044             THRU 1500-WRITE-REFUSAL-EXIT
002045         ADD 1 TO WS-FILES-REFUSED
002046         MOVE 8 TO RETURN-CODE
002047         GO TO 1000-WORK-ONE-FILE-EXIT
002048     END-IF.

002049*    A WHOLE FILE MUST ALSO BE NEW: NOT ALREADY ON THE
002050*    REGISTER, AND NOT OLDER THAN ITS SOURCE'S LAST FILE.
002051     PERFORM 1400-CHECK-REGISTER THRU 1400-CHECK-REGISTER-EXIT.
002052     IF WS-REFUSE-REASON NOT = SPACES
002053         PERFORM 1450-REPORT-REGISTER-REFUSAL
002054             THRU 1450-REPORT-REGISTER-REFUSAL-EXIT
002055         PERFORM 1500-WRITE-REFUSAL THRU 1500-WRITE-REFUSAL-EXIT
002056         ADD 1 TO WS-FILES-REFUSED
002060         MOVE 8 TO RETURN-CODE
002070         GO TO 1000-WORK-ONE-FILE-EXIT
002080     END-IF.

002090*    SECOND PASS: POST EVERY DETAIL UNDER THE FILE'S SOURCE.
002097     PERFORM 1800-START-SEQUENCE THRU 1800-START-SEQUENCE-EXIT.
002098     PERFORM 1850-OPEN-LEDGER THRU 1850-OPEN-LEDGER-EXIT.
002100     PERFORM 1100-OPEN-ACTIVE THRU 1100-OPEN-ACTIVE-EXIT.
002110     PERFORM 2100-READ-TRANSACTION
002120         THRU 2100-READ-TRANSACTION-EXIT.
002130     PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
002140         UNTIL WS-EOF.
002150     PERFORM 1200-CLOSE-ACTIVE THRU 1200-CLOSE-ACTIVE-EXIT.
002155     CLOSE POSTED-LEDGER.
002160     ADD 1 TO WS-FILES-POSTED.
002170     MOVE WS-FILE-DETAILS TO WS-RECORDS-READ-ED.
002180     DISPLAY "SOURCE ", WS-FILE-SOURCE, " BALANCED - DETAILS ",
002190         WS-RECORDS-READ-ED.
002191     PERFORM 1600-REGISTER-FEED THRU 1600-REGISTER-FEED-EXIT.
002200 1000-WORK-ONE-FILE-EXIT.
002201     EXIT.

002202******************************************************************
002203* 1050-LOAD-OVERRIDES - TABLE THE OPERATOR'S REPROCESS CARDS.
002204*                       NO CALCOVR FILE MEANS NO OVERRIDES.
002205******************************************************************
002206 1050-LOAD-OVERRIDES.
002207     OPEN INPUT OVERRIDE-IN.
002208     IF WS-OVR-STATUS NOT = "00"
002209         GO TO 1050-LOAD-OVERRIDES-EXIT
002210     END-IF.
002211     PERFORM 1060-READ-OVERRIDE THRU 1060-READ-OVERRIDE-EXIT.
002212     PERFORM 1070-TABLE-OVERRIDE THRU 1070-TABLE-OVERRIDE-EXIT
002213         UNTIL WS-OVR-EOF.
002214     CLOSE OVERRIDE-IN.
002215 1050-LOAD-OVERRIDES-EXIT.
002216     EXIT.

002217******************************************************************
002218* 1060-READ-OVERRIDE - GET THE NEXT OVERRIDE CARD.
002219******************************************************************
002220 1060-READ-OVERRIDE.
002221     READ OVERRIDE-IN
002222         AT END
002223             SET WS-OVR-EOF TO TRUE
002224     END-READ.
002225 1060-READ-OVERRIDE-EXIT.
002226     EXIT.

002227******************************************************************
002228* 1070-TABLE-OVERRIDE - KEEP ONE CARD; A CARD WITHOUT A VALID
002229*                       CREATION DATE CANNOT NAME A FILE.
002230******************************************************************
002231 1070-TABLE-OVERRIDE.
002232     IF CO-CREATE-DATE NOT NUMERIC
002233         DISPLAY "OVERRIDE CARD IGNORED - BAD DATE: ",
002234             CO-OVERRIDE-RECORD
002235         GO TO 1070-NEXT-OVERRIDE
002236     END-IF.
002237     IF WS-OVR-USED >= 10
002238         DISPLAY "OVERRIDE CARD IGNORED - TABLE FULL: ",
002239             CO-OVERRIDE-RECORD
002240         GO TO 1070-NEXT-OVERRIDE
002241     END-IF.
002242     ADD 1 TO WS-OVR-USED.
002243     MOVE CO-SOURCE TO WS-OVR-SOURCE (WS-OVR-USED).
002244     MOVE CO-CREATE-DATE TO WS-OVR-DATE (WS-OVR-USED).
002245     DISPLAY "REPROCESS OVERRIDE: SOURCE ", CO-SOURCE,
002246         " CREATED ", CO-CREATE-DATE.
002247 1070-NEXT-OVERRIDE.
002248     PERFORM 1060-READ-OVERRIDE THRU 1060-READ-OVERRIDE-EXIT.
002249 1070-TABLE-OVERRIDE-EXIT.
002250     EXIT.

002251******************************************************************
002252* 1100-OPEN-ACTIVE - OPEN THE ACTIVE FEED; NOTE ITS PRESENCE.
002253******************************************************************
002254 1100-OPEN-ACTIVE.
002260     MOVE "N" TO WS-PRESENT-SWITCH.
002270     EVALUATE WS-ACTIVE-FILE
002280         WHEN 1
002820     EXIT.

002830******************************************************************
002831* 1400-CHECK-REGISTER - LOOK THE BALANCED FEED UP ON THE
002832*                       PROCESSED-FEED REGISTER.  SETS THE
002833*                       REFUSAL REASON (DU/OS) OR LEAVES IT
002834*                       BLANK; AN OPERATOR OVERRIDE FOR THIS
002835*                       SOURCE AND DATE CLEARS IT.  NO REGISTER
002836*                       YET MEANS NOTHING HAS BEEN PROCESSED.
002837******************************************************************
002838 1400-CHECK-REGISTER.
002839     MOVE SPACES TO WS-REFUSE-REASON.
002840     MOVE ZERO TO WS-PRIOR-DATE.
002841     MOVE ZERO TO WS-LAST-DATE.
002842     MOVE "N" TO WS-DUPLICATE-SWITCH.
002843     MOVE "N" TO WS-OVERRIDE-SWITCH.
002844     MOVE "N" TO WS-FREG-EOF-SWITCH.
002845     IF WS-OVR-USED > ZERO
002846         PERFORM 1405-MATCH-OVERRIDE
002847             THRU 1405-MATCH-OVERRIDE-EXIT
002848             VARYING WS-OVR-SUB FROM 1 BY 1
002849             UNTIL WS-OVR-SUB > WS-OVR-USED
002850     END-IF.

002851     OPEN INPUT FEED-REGISTER.
002852     IF WS-FREG-STATUS NOT = "00"
002853         GO TO 1400-CHECK-REGISTER-EXIT
002854     END-IF.
002855     PERFORM 1410-READ-REGISTER THRU 1410-READ-REGISTER-EXIT.
002856     PERFORM 1420-MATCH-REGISTER THRU 1420-MATCH-REGISTER-EXIT
002857         UNTIL WS-FREG-EOF.
002858     CLOSE FEED-REGISTER.

002859     IF WS-DUPLICATE-FEED
002860         MOVE "DU" TO WS-REFUSE-REASON
002861     ELSE
002862         IF WS-FILE-CREATE-DATE < WS-LAST-DATE
002863             MOVE "OS" TO WS-REFUSE-REASON
002864             MOVE WS-LAST-DATE TO WS-PRIOR-DATE
002865         END-IF
002866     END-IF.
002867     IF WS-REFUSE-REASON NOT = SPACES AND WS-FEED-OVERRIDDEN
002868         DISPLAY "SOURCE ", WS-FILE-SOURCE, " CREATED ",
002869             WS-FILE-CREATE-DATE, " (", WS-REFUSE-REASON,
002870             ") REPROCESSED ON OPERATOR OVERRIDE"
002871         MOVE SPACES TO WS-REFUSE-REASON
002872     END-IF.
002873 1400-CHECK-REGISTER-EXIT.
002874     EXIT.

002875******************************************************************
002876* 1405-MATCH-OVERRIDE - SET THE OVERRIDE SWITCH WHEN ONE OPERATOR
002877*                       OVERRIDE ENTRY NAMES THIS SOURCE AND DATE.
002878******************************************************************
002879 1405-MATCH-OVERRIDE.
002880     IF WS-OVR-SOURCE (WS-OVR-SUB) = WS-FILE-SOURCE
002881             AND WS-OVR-DATE (WS-OVR-SUB) = WS-FILE-CREATE-DATE
002882         SET WS-FEED-OVERRIDDEN TO TRUE
002883     END-IF.
002884 1405-MATCH-OVERRIDE-EXIT.
002885     EXIT.

002886******************************************************************
002887* 1410-READ-REGISTER - GET THE NEXT REGISTER ENTRY.
002888******************************************************************
002889 1410-READ-REGISTER.
002890     READ FEED-REGISTER
002891         AT END
002892             SET WS-FREG-EOF TO TRUE
002893     END-READ.
002894 1410-READ-REGISTER-EXIT.
002895     EXIT.

002896******************************************************************
002897* 1420-MATCH-REGISTER - ONE REGISTER ENTRY AGAINST THE FEED:
002898*                       SAME SOURCE AND DATE IS A DUPLICATE
002899*                       (FIRST PROCESSING DATE KEPT); ANY ENTRY
002900*                       FOR THE SOURCE RAISES ITS LATEST DATE.
002901******************************************************************
002902 1420-MATCH-REGISTER.
002903     IF FR-SOURCE NOT = WS-FILE-SOURCE
002904         GO TO 1420-NEXT-REGISTER
002905     END-IF.
002906     IF FR-CREATE-DATE = WS-FILE-CREATE-DATE
002907             AND NOT WS-DUPLICATE-FEED
002908         SET WS-DUPLICATE-FEED TO TRUE
002909         MOVE FR-PROCESSED-DATE TO WS-PRIOR-DATE
002910     END-IF.
002911     IF FR-CREATE-DATE > WS-LAST-DATE
002912         MOVE FR-CREATE-DATE TO WS-LAST-DATE
002913     END-IF.
002914 1420-NEXT-REGISTER.
002915     PERFORM 1410-READ-REGISTER THRU 1410-READ-REGISTER-EXIT.
002916 1420-MATCH-REGISTER-EXIT.
002917     EXIT.

002918******************************************************************
002919* 1450-REPORT-REGISTER-REFUSAL - WHY A BALANCED FEED WAS
002920*                                REFUSED BY THE REGISTER.
002921******************************************************************
002922 1450-REPORT-REGISTER-REFUSAL.
002923     DISPLAY "SOURCE ", WS-FILE-SOURCE, " (FEED ",
002924         WS-ACTIVE-FILE, ") REFUSED".
002925     IF WS-REFUSE-REASON = "DU"
002926         DISPLAY "  DUPLICATE - CREATED ", WS-FILE-CREATE-DATE,
002927             " ALREADY PROCESSED ON ", WS-PRIOR-DATE
002928     ELSE
002929         DISPLAY "  OUT OF SEQUENCE - CREATED ",
002930             WS-FILE-CREATE-DATE, " BEFORE LAST FILE ",
002931             WS-PRIOR-DATE
002932     END-IF.
002933     DISPLAY "  NAME SOURCE AND CREATION DATE ON CALCOVR",
002934         " TO REPROCESS".
002935 1450-REPORT-REGISTER-REFUSAL-EXIT.
002936     EXIT.

002937******************************************************************
002938* 1500-WRITE-REFUSAL - RECORD THE REFUSED FEED ON CALCREFU.
002939******************************************************************
002940 1500-WRITE-REFUSAL.
002941     MOVE WS-FILE-SOURCE TO RF-SOURCE.
002942     MOVE WS-FILE-CREATE-DATE TO RF-CREATE-DATE.
002943     MOVE WS-ACTIVE-FILE TO RF-FEED-NUMBER.
002944     MOVE WS-REFUSE-REASON TO RF-REASON.
002945     MOVE WS-DETAIL-COUNT TO RF-RECORD-COUNT.
002946     MOVE WS-HASH-TOTAL TO RF-HASH-TOTAL.
002947     MOVE WS-PRIOR-DATE TO RF-PRIOR-DATE.
002948     MOVE RH-RUN-DATE TO RF-RUN-DATE.
002949     WRITE RF-REFUSAL-RECORD.
002950 1500-WRITE-REFUSAL-EXIT.
002951     EXIT.

002952******************************************************************
002953* 1600-REGISTER-FEED - ENTER THE FEED JUST POSTED ON THE
002954*                      PROCESSED-FEED REGISTER.
002955******************************************************************
002956 1600-REGISTER-FEED.
002957     OPEN EXTEND FEED-REGISTER.
002958     IF WS-FREG-STATUS = "05" OR WS-FREG-STATUS = "35"
002959         OPEN OUTPUT FEED-REGISTER
002960     END-IF.
002961     MOVE WS-FILE-SOURCE TO FR-SOURCE.
002962     MOVE WS-FILE-CREATE-DATE TO FR-CREATE-DATE.
002963     MOVE WS-DETAIL-COUNT TO FR-RECORD-COUNT.
002964     MOVE WS-HASH-TOTAL TO FR-HASH-TOTAL.
002965     MOVE RH-RUN-DATE TO FR-PROCESSED-DATE.
002966     IF WS-FEED-OVERRIDDEN
002967         MOVE "Y" TO FR-REPROCESS-FLAG
002968     ELSE
002969         MOVE "N" TO FR-REPROCESS-FLAG
002970     END-IF.
002971     WRITE FR-FEED-REGISTER.
002972     CLOSE FEED-REGISTER.
002973 1600-REGISTER-FEED-EXIT.
002974     EXIT.

002975******************************************************************
002976* 1710-VERIFY-ONE - CLASSIFY ONE RECORD ON THE VERIFY PASS.
002977******************************************************************
002978 1710-VERIFY-ONE.
002979     PERFORM 2100-READ-TRANSACTION
002980         THRU 2100-READ-TRANSACTION-EXIT.
002981     IF WS-EOF
002982         SET WS-VERIFY-EOF TO TRUE
002983         MOVE "N" TO WS-EOF-SWITCH
002984         GO TO 1710-VERIFY-ONE-EXIT
002985     END-IF.
002986     EVALUATE TRUE
002987         WHEN WC-HEADER-REC
002988             SET WS-HEADER-SEEN TO TRUE
002989             MOVE WC-SOURCE TO WS-FILE-SOURCE
002990             IF WC-CREATE-DATE IS NUMERIC
002991                 MOVE WC-CREATE-DATE TO WS-FILE-CREATE-DATE
002992             END-IF
002993         WHEN WC-TRAILER-REC
002994             SET WS-TRAILER-SEEN TO TRUE
003000             IF WC-RECORD-COUNT IS NUMERIC
003010                 MOVE WC-RECORD-COUNT TO WS-TRAILER-COUNT
003020             END-IF
003120                      + (WC-VAL1 + WC-VAL2) * 100
003130                      999999999)
003140             END-IF
003143         WHEN WC-VOID-REC
003146             ADD 1 TO WS-DETAIL-COUNT
003150         WHEN OTHER
003160             CONTINUE
003170     END-EVALUATE.
003180 1710-VERIFY-ONE-EXIT.
003181     EXIT.

003182******************************************************************
003183* 1800-START-SEQUENCE - FIND THE HIGHEST ROW SEQUENCE THE
003184*                       LEDGER ALREADY HOLDS FOR THIS SOURCE ON
003185*                       TODAY'S POSTING DATE (A SECOND FILE FROM
003186*                       THE SAME SOURCE CONTINUES THE NUMBERING).
003187******************************************************************
003188 1800-START-SEQUENCE.
003189     MOVE ZERO TO WS-ROW-SEQUENCE.
003190     MOVE "N" TO WS-POST-EOF-SWITCH.
003191     OPEN INPUT POSTED-LEDGER.
003192     IF WS-POST-STATUS NOT = "00"
003193         GO TO 1800-START-SEQUENCE-EXIT
003194     END-IF.
003195     PERFORM 1810-READ-LEDGER THRU 1810-READ-LEDGER-EXIT.
003196     PERFORM 1820-SEQUENCE-ONE THRU 1820-SEQUENCE-ONE-EXIT
003197         UNTIL WS-POST-EOF.
003198     CLOSE POSTED-LEDGER.
003199 1800-START-SEQUENCE-EXIT.
003200     EXIT.

003201******************************************************************
003202* 1810-READ-LEDGER - GET THE NEXT POSTED-RESULTS LEDGER ROW.
003203******************************************************************
003204 1810-READ-LEDGER.
003205     READ POSTED-LEDGER
003206         AT END
003207             SET WS-POST-EOF TO TRUE
003208     END-READ.
003209 1810-READ-LEDGER-EXIT.
003210     EXIT.

003211******************************************************************
003212* 1820-SEQUENCE-ONE - KEEP THE HIGHEST SEQUENCE SEEN FOR THE
003213*                     SOURCE AND POSTING DATE.
003214******************************************************************
003215 1820-SEQUENCE-ONE.
003216     IF PL-SOURCE = WS-FILE-SOURCE
003217             AND PL-POST-DATE = RH-RUN-DATE
003218             AND PL-SEQUENCE > WS-ROW-SEQUENCE
003219         MOVE PL-SEQUENCE TO WS-ROW-SEQUENCE
003220     END-IF.
003221     PERFORM 1810-READ-LEDGER THRU 1810-READ-LEDGER-EXIT.
003222 1820-SEQUENCE-ONE-EXIT.
003223     EXIT.

003224******************************************************************
003225* 1850-OPEN-LEDGER - OPEN THE LEDGER TO ADD ROWS, CREATING IT
003226*                    THE FIRST TIME.
003227******************************************************************
003228 1850-OPEN-LEDGER.
003229     OPEN EXTEND POSTED-LEDGER.
003230     IF WS-POST-STATUS = "05" OR WS-POST-STATUS = "35"
003231         OPEN OUTPUT POSTED-LEDGER
003232     END-IF.
003233 1850-OPEN-LEDGER-EXIT.
003234     EXIT.

003235******************************************************************
003236* 2000-PROCESS-RECORD - COMPUTE ONE RESULT AND WRITE IT OUT
003237*                       UNDER THE FEED'S SOURCE.
003238******************************************************************
003240 2000-PROCESS-RECORD.
003242     IF WC-CLEAR-REC
003244         MOVE ZERO TO WS-REGISTER
003245         MOVE ZERO TO WS-LAST-REG-SEQUENCE
003246         GO TO 2000-NEXT-RECORD
003248     END-IF.
003250     IF WC-VOID-REC
003252         PERFORM 2400-VOID-ENTRY THRU 2400-VOID-ENTRY-EXIT
003254         GO TO 2000-NEXT-RECORD
003256     END-IF.
003258     IF NOT WC-DETAIL-REC AND NOT WC-REGISTER-REC
003260         GO TO 2000-NEXT-RECORD
003270     END-IF.
003272*    A REGISTER DETAIL TAKES THE PRIOR RESULT AS ITS FIRST

003732*    A SUCCESSFUL DETAIL BECOMES THE REGISTER; AN ERROR
003734*    LEAVES IT STANDING.  EITHER WAY THE ROW ECHOES THE
003735*    REGISTER AS IT NOW STANDS, SO THE CHAIN AUDITS.
003736     IF CR-STATUS-OK
003737         MOVE WS-REGISTER TO WS-PRIOR-REGISTER
003738         MOVE CR-RES TO WS-REGISTER
003739     END-IF.

003740     MOVE ZERO TO CR-VOID-POST-DATE.
003741     MOVE ZERO TO CR-VOID-SEQUENCE.
003742     PERFORM 2300-WRITE-RESULT THRU 2300-WRITE-RESULT-EXIT.
003743     IF CR-STATUS-OK
003744         MOVE CR-SEQUENCE TO WS-LAST-REG-SEQUENCE
003745     END-IF.
003746 2000-NEXT-RECORD.
003747     PERFORM 2100-READ-TRANSACTION
003748         THRU 2100-READ-TRANSACTION-EXIT.
003749 2000-PROCESS-RECORD-EXIT.
003750     EXIT.

003751******************************************************************
003752* 2300-WRITE-RESULT - STAMP THE ROW WITH SOURCE, POSTING DATE,
003753*                     NEXT SEQUENCE AND THE REGISTER AS IT NOW
003754*                     STANDS; WRITE IT TO CALCRES AND THE LEDGER.
003755******************************************************************
003756 2300-WRITE-RESULT.
003757     ADD 1 TO WS-ROW-SEQUENCE.
003758     MOVE WS-ROW-SEQUENCE TO CR-SEQUENCE.
003759     MOVE WS-FILE-SOURCE TO CR-SOURCE.
003760     MOVE RH-RUN-DATE TO CR-POST-DATE.
003761     MOVE WS-REGISTER TO CR-REGISTER.
003762     WRITE CR-CALC-RESULT.
003763     WRITE PL-CALC-RESULT FROM CR-CALC-RESULT.
003764 2300-WRITE-RESULT-EXIT.
003765     EXIT.

003766******************************************************************
003767* 2400-VOID-ENTRY - REVERSE ONE POSTED ENTRY OF THIS SOURCE.
003768*                   THE LEDGER IS SEARCHED FOR THE ENTRY AND
003769*                   FOR AN EARLIER VOID OF IT; A GOOD VOID
003770*                   POSTS THE NEGATED RESULT (STATUS VD), A
003771*                   VOID OF NO SUCH ENTRY IS VU AND A SECOND
003772*                   VOID OF ONE ENTRY IS VA.
003773******************************************************************
003774 2400-VOID-ENTRY.
003775     ADD 1 TO WS-RECORDS-READ.
003776     ADD 1 TO WS-FILE-DETAILS.
003777     MOVE ZERO TO CR-VAL1.
003778     MOVE ZERO TO CR-VAL2.
003779     MOVE "V" TO CR-OP.
003780     MOVE ZERO TO CR-RES.
003781     MOVE ZERO TO CR-REMAINDER.
003782     MOVE ZERO TO CR-VOID-POST-DATE.
003783     MOVE ZERO TO CR-VOID-SEQUENCE.
003784     MOVE "N" TO WS-VOID-FOUND-SWITCH.
003785     MOVE "N" TO WS-VOID-REPEAT-SWITCH.
003786     IF WC-VOID-POST-DATE IS NUMERIC
003787         MOVE WC-VOID-POST-DATE TO CR-VOID-POST-DATE
003788     END-IF.
003789     IF WC-VOID-SEQUENCE IS NUMERIC
003790         MOVE WC-VOID-SEQUENCE TO CR-VOID-SEQUENCE
003791     END-IF.

003792*    A FEED VOIDS ONLY ITS OWN SOURCE'S ENTRIES.
003793     IF WC-VOID-SOURCE = WS-FILE-SOURCE
003794             AND CR-VOID-POST-DATE > ZERO
003795             AND CR-VOID-SEQUENCE > ZERO
003796         CLOSE POSTED-LEDGER
003797         MOVE "N" TO WS-POST-EOF-SWITCH
003798         OPEN INPUT POSTED-LEDGER
003799         PERFORM 1810-READ-LEDGER THRU 1810-READ-LEDGER-EXIT
003800         PERFORM 2410-MATCH-VOID THRU 2410-MATCH-VOID-EXIT
003801             UNTIL WS-POST-EOF
003802         CLOSE POSTED-LEDGER
003803         PERFORM 1850-OPEN-LEDGER THRU 1850-OPEN-LEDGER-EXIT
003804     END-IF.

003805     EVALUATE TRUE
003806         WHEN WS-VOID-REPEAT
003807             SET CR-STATUS-VOID-REPEAT TO TRUE
003808         WHEN WS-VOID-FOUND
003809             SET CR-STATUS-VOIDED TO TRUE
003810         WHEN OTHER
003811             SET CR-STATUS-VOID-UNKNOWN TO TRUE
003812     END-EVALUATE.
003813     IF NOT CR-STATUS-VOIDED
003814         ADD 1 TO WS-ERROR-COUNT
003815         MOVE ZERO TO CR-VAL1
003816         MOVE ZERO TO CR-VAL2
003817         MOVE ZERO TO CR-RES
003818     END-IF.

003819*    VOIDING THE ROW THAT LAST SET THE REGISTER PUTS THE
003820*    REGISTER BACK TO WHAT IT WAS BEFORE THAT ROW.
003821     IF CR-STATUS-VOIDED
003822             AND CR-VOID-POST-DATE = RH-RUN-DATE
003823             AND CR-VOID-SEQUENCE = WS-LAST-REG-SEQUENCE
003824         MOVE WS-PRIOR-REGISTER TO WS-REGISTER
003825         MOVE ZERO TO WS-LAST-REG-SEQUENCE
003826     END-IF.
003827     PERFORM 2300-WRITE-RESULT THRU 2300-WRITE-RESULT-EXIT.
003828 2400-VOID-ENTRY-EXIT.
003829     EXIT.

003830******************************************************************
003831* 2410-MATCH-VOID - ONE LEDGER ROW AGAINST THE VOID: THE ENTRY
003832*                   ITSELF (ONLY A SUCCESSFUL RESULT CAN BE
003833*                   VOIDED), OR AN EARLIER VOID OF IT.
003834******************************************************************
003835 2410-MATCH-VOID.
003836     IF PL-SOURCE NOT = WS-FILE-SOURCE
003837         GO TO 2410-NEXT-VOID
003838     END-IF.
003839     IF PL-POST-DATE = CR-VOID-POST-DATE
003840             AND PL-SEQUENCE = CR-VOID-SEQUENCE
003841             AND PL-STATUS-OK
003842         SET WS-VOID-FOUND TO TRUE
003843         MOVE PL-VAL1 TO CR-VAL1
003844         MOVE PL-VAL2 TO CR-VAL2
003845         COMPUTE CR-RES = ZERO - PL-RES
003846     END-IF.
003847     IF PL-STATUS-VOIDED
003848             AND PL-VOID-POST-DATE = CR-VOID-POST-DATE
003849             AND PL-VOID-SEQUENCE = CR-VOID-SEQUENCE
003850         SET WS-VOID-REPEAT TO TRUE
003851     END-IF.
003852 2410-NEXT-VOID.
003853     PERFORM 1810-READ-LEDGER THRU 1810-READ-LEDGER-EXIT.
003854 2410-MATCH-VOID-EXIT.
003855     EXIT.

003856******************************************************************
003857* 2100-READ-TRANSACTION - NEXT RECORD FROM THE ACTIVE FEED,
003858*                         MOVED TO THE COMMON WORK AREA.
003859******************************************************************
003860 2100-READ-TRANSACTION.
003870     EVALUATE WS-ACTIVE-FILE
003880         WHEN 1
004250     DISPLAY "FEEDS POSTED: ", WS-FILES-POSTED,
004260         "  REFUSED: ", WS-FILES-REFUSED.
004270     CLOSE RESULTS-OUT.
004275     CLOSE REFUSALS-OUT.

004280     IF RETURN-CODE = 0 AND WS-ERROR-COUNT > ZERO
004290         MOVE 4 TO RETURN-CODE
