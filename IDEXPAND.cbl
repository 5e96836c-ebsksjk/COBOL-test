000010******************************************************************
000020* PROGRAM-ID : IDEXPAND
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ONE-TIME CONVERSION OF EVERY STUDENT-KEYED FILE FROM THE
000090*   FOUR-DIGIT STUDENT ID TO THE EIGHT-DIGIT ID.  ONE RUN PER
000100*   FILE, NAMED BY THE IDXPARM CARD (THE FILE'S DD NAME, E.G.
000110*   "STUDMAST").  THE OLD RECORD IMAGE (IDXOLD - THE FILE
000120*   ITSELF, OR ITS REPRO UNLOAD FOR AN INDEXED FILE) IS COPIED
000130*   TO THE NEW IMAGE (IDXNEW) WITH EVERY STUDENT-ID FIELD
000140*   WIDENED IN PLACE; EVERY OTHER BYTE MOVES ACROSS UNTOUCHED.
000150*   AN ID KEEPS ITS VALUE - 1234 BECOMES 00001234 - SO THE
000160*   CHECK DIGIT STILL HOLDS AND NO KEY CHANGES ORDER.  A FIELD
000170*   NOT HOLDING A NUMBER (A BLANK BEFORE-IMAGE ON A CHANGE-
000180*   HISTORY ADD, A USERNAME IN A NOTIFICATION SUBJECT) IS
000190*   CARRIED LEFT-JUSTIFIED AND SPACE-FILLED.
000200*
000210*   PROOF.  THE RUN COUNTS THE OLD RECORDS, TOTALS THEIR ID
000220*   VALUES AND FOLDS EVERY OTHER BYTE INTO THE SAME ADDITIVE
000230*   HASH THE MASTER UNLOADS USE; IT THEN REREADS THE NEW
000240*   IMAGE AND RECOMPUTES ALL THREE AT THE NEW OFFSETS.  ANY
000250*   DIFFERENCE IS RC 8 AND THE NEW IMAGE MUST NOT BE SWAPPED
000260*   IN.  THE BEFORE AND AFTER FIGURES PRINT ON IDCVRPT.
000270*
000280*   CHGHIST CARRIES THE AUDCHAIN SEQUENCE AND CHAIN CHECK, AND
000290*   THE CHECK COVERS THE ID BYTES, SO ITS CHAIN IS RESEALED AS
000300*   IT IS COPIED - THE FIRST ENTRY KEEPS THE LINK TO WHATEVER
000310*   PRECEDED IT (ALREADY PURGED OR NOT), EVERY LATER ONE FOLDS
000320*   FROM ITS NEW PREDECESSOR - AND THE "C" SLOT OF AUDCHCTL
000330*   TAKES THE LAST NEW CHAIN VALUE, SO AUDVERIF AND THE NEXT
000340*   AUDCHAIN ISSUE PICK UP CLEANLY.  THE SEQUENCES DO NOT MOVE.
000350*
000360*   THE STUDMAST AND STUDHIST RUNS ALSO APPEND THE OLD-TO-NEW
000370*   CROSSWALK (IDXWALK) SO ARCHIVED HISTORY AND OLD PRINTED
000380*   REPORTS QUOTING A FOUR-DIGIT ID CAN STILL BE TRACED.
000390*
000400*   AS WITH USERMIGR, THE OLD FILE IS LEFT ALONE; THE OPERATOR
000410*   SWAPS THE NEW IMAGE IN (RELOADING THE NEW CLUSTER FOR AN
000420*   INDEXED FILE) ONLY AFTER THE REPORT SHOWS THE PROOF CLEAN.
000430*
000440*   A FILE THAT HAS GAINED FIELDS SINCE THE ID WIDENING WAS
000450*   LAID OUT (THE BILL CANCEL FLAG AND DATE, THE DROP REASON,
000460*   THE SUBMIT STAMP, THE TENDER CODE, THE FEE REFUND, THE
000470*   ELECTIVE FLAG AND COMPLETION DATE, THE CATALOG YEAR) HAS
000480*   THEM APPENDED AT THEIR EMPTY VALUES - SPACES FOR CODES AND
000490*   FLAGS, ZEROS FOR DATES, TIMES AND AMOUNTS - SO THE NEW
000500*   IMAGE COMES OUT AT THE CURRENT RECORD LENGTH.  THE PROOF
000510*   COVERS THE CARRIED BYTES ONLY.
000520*-----------------------------------------------------------------
000530* MODIFICATION HISTORY.
000540*   2026-10-15  RO   ORIGINAL PROGRAM.
000550*   2026-10-15  RO   AUDCHCTL REWRITE CARRIES THE ACCSLOG SLOT.
000560*   2026-10-15  RO   NEW IMAGES CUT AT THE CURRENT RECORD
000570*                    LENGTHS; LATER FIELDS APPENDED EMPTY.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.    IDEXPAND.
000610 AUTHOR.        R. OKONKWO.
000620 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000630 DATE-WRITTEN.  2026-10-15.
000640 DATE-COMPILED.

000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CONVERT-PARM ASSIGN TO "IDXPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PARM-STATUS.

000710     SELECT OLD-IMAGE ASSIGN TO "IDXOLD"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-OLD-STATUS.

000740     SELECT NEW-IMAGE ASSIGN TO "IDXNEW"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-NEW-STATUS.

000770     SELECT ID-CROSSWALK ASSIGN TO "IDXWALK"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-WALK-STATUS.

000800     SELECT CHAIN-CONTROL ASSIGN TO "AUDCHCTL"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CTL-STATUS.

000830     SELECT CONVERT-RPT ASSIGN TO "IDCVRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RPT-STATUS.

000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CONVERT-PARM.
000890 01  CP-PARM-RECORD.
000900     05  CP-FILE-CODE         PIC X(08).

000910 FD  OLD-IMAGE.
000920 01  OI-OLD-RECORD            PIC X(300).

000930 FD  NEW-IMAGE.
000940 01  NI-NEW-RECORD            PIC X(300).

000950 FD  ID-CROSSWALK.
000960     COPY "idxwalk.cpy".

000970 FD  CHAIN-CONTROL.
000980 01  CC-CONTROL-RECORD.
000990     05  CC-FILE-CODE         PIC X(01).
001000     05  CC-LAST-SEQ          PIC 9(07).
001010     05  CC-LAST-CHAIN        PIC 9(09).

001020 FD  CONVERT-RPT.
001030 01  CR-REPORT-LINE           PIC X(80).

001040 WORKING-STORAGE SECTION.
001050     COPY "runhdr.cpy".

001060 01  WS-SWITCHES.
001070     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001080         88  WS-EOF           VALUE "Y".
001090     05  WS-LAYOUT-SWITCH     PIC X(01) VALUE "N".
001100         88  WS-LAYOUT-FOUND  VALUE "Y".
001110     05  WS-PROOF-SWITCH      PIC X(01) VALUE "Y".
001120         88  WS-PROOF-CLEAN   VALUE "Y".
001130         88  WS-PROOF-FAILED  VALUE "N".
001140     05  WS-PRIMED-SWITCH     PIC X(01) VALUE "N".
001150         88  WS-CHAIN-PRIMED  VALUE "Y".
001160     05  WS-NUMERIC-SWITCH    PIC X(01) VALUE "N".
001170         88  WS-ID-IS-NUMERIC VALUE "Y".

001180 01  WS-FILE-STATUSES.
001190     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001200     05  WS-OLD-STATUS        PIC X(02) VALUE "00".
001210     05  WS-NEW-STATUS        PIC X(02) VALUE "00".
001220     05  WS-WALK-STATUS       PIC X(02) VALUE "00".
001230     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
001240     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001250 01  WS-FILE-CODE             PIC X(08) VALUE SPACES.

001260*    ONE ENTRY PER STUDENT-KEYED FILE: DD NAME, OLD RECORD
001270*    LENGTH, NEW (CURRENT) RECORD LENGTH, NUMBER OF ID FIELDS,
001280*    THEN UP TO THREE FIELDS AS OLD OFFSET + KIND (N = PIC 9(4)
001290*    ID GOING TO 9(8), T = THE X(5) NOTIFICATION SUBJECT GOING
001300*    TO X(8)), IN ASCENDING OFFSET ORDER, THEN THE AUDIT-CHAIN
001310*    AND CROSSWALK FLAGS.  ARCAUDIT AND APPRTRAN SHARE THE
001320*    AUDITLOG AND STUDTRAN LAYOUTS.  THE CHGHIST AND DEMHIST
001330*    IMAGES CARRY THE FULL STUDMAST / STUDEMOG RECORD, ID FIRST.
001340 01  WS-LAYOUT-VALUES.
001350     05  FILLER PIC X(29) VALUE "ADVASSGN0220261001N000 000 NN".
001360     05  FILLER PIC X(29) VALUE "ADVHIST 0430471001N000 000 NN".
001370     05  FILLER PIC X(29) VALUE "APPLFILE0470511044N000 000 NN".
001380     05  FILLER PIC X(29) VALUE "APPRTRAN0370452001N033N000 NN".
001390     05  FILLER PIC X(29) VALUE "ARCAUDIT0240322001N005N000 NN".
001400     05  FILLER PIC X(29) VALUE "AUDITLOG0240322001N005N000 NN".
001410     05  FILLER PIC X(29) VALUE "AWARDS  0330371001N000 000 NN".
001420     05  FILLER PIC X(29) VALUE "CENSFILE0300341006N000 000 NN".
001430     05  FILLER PIC X(29) VALUE "CHGHIST 1131253001N034N066NYN".
001440     05  FILLER PIC X(29) VALUE "COHORT  0170251001N000 000 NN".
001450     05  FILLER PIC X(29) VALUE "DEMHIST 2792913001N034N157NNN".
001460     05  FILLER PIC X(29) VALUE "DEMOHIST1311351001N000 000 NN".
001470     05  FILLER PIC X(29) VALUE "DEMOTRAN1241281001N000 000 NN".
001480     05  FILLER PIC X(29) VALUE "DROPFEED0310361001N000 000 NN".
001490     05  FILLER PIC X(29) VALUE "DUPREVW 0640763001N033N038NNN".
001500     05  FILLER PIC X(29) VALUE "ENRLMAST0260301001N000 000 NN".
001510     05  FILLER PIC X(29) VALUE "ENRLTRAN0180351002N000 000 NN".
001520     05  FILLER PIC X(29) VALUE "GRADAPPS0260301001N000 000 NN".
001530     05  FILLER PIC X(29) VALUE "GRADCTRN0170211001N000 000 NN".
001540     05  FILLER PIC X(29) VALUE "GRADMAST0330371001N000 000 NN".
001550     05  FILLER PIC X(29) VALUE "GRADTRAN0220261001N000 000 NN".
001560     05  FILLER PIC X(29) VALUE "HOLDFILE0330371001N000 000 NN".
001570     05  FILLER PIC X(29) VALUE "INCOMPL 0320361001N000 000 NN".
001580     05  FILLER PIC X(29) VALUE "LASTID  0040081001N000 000 NN".
001590     05  FILLER PIC X(29) VALUE "NOTIFQUE0710741027T000 000 NN".
001600     05  FILLER PIC X(29) VALUE "PAYTRAN 0340401001N000 000 NN".
001610     05  FILLER PIC X(29) VALUE "PENDRENO0590672001N033N000 NN".
001620     05  FILLER PIC X(29) VALUE "REFUNDS 0450581001N000 000 NN".
001630     05  FILLER PIC X(29) VALUE "STANDING0220261001N000 000 NN".
001640     05  FILLER PIC X(29) VALUE "STUBILL 0650781001N000 000 NN".
001650     05  FILLER PIC X(29) VALUE "STUDCKPT0090131001N000 000 NN".
001660     05  FILLER PIC X(29) VALUE "STUDEMOG1231271001N000 000 NN".
001670     05  FILLER PIC X(29) VALUE "STUDHIST0490531001N000 000 NY".
001680     05  FILLER PIC X(29) VALUE "STUDMAST0320361001N000 000 NY".
001690     05  FILLER PIC X(29) VALUE "STUDREJ 0410492001N033N000 NN".
001700     05  FILLER PIC X(29) VALUE "STUDTRAN0370452001N033N000 NN".
001710     05  FILLER PIC X(29) VALUE "TRMSUMM 0390431001N000 000 NN".
001720     05  FILLER PIC X(29) VALUE "TRNSREQ 0630671007N000 000 NN".
001730     05  FILLER PIC X(29) VALUE "USERMAST0410451038N000 000 NN".
001740     05  FILLER PIC X(29) VALUE "WAITLIST0290331010N000 000 NN".
001750     05  FILLER PIC X(29) VALUE "XCAMPQUE0300341001N000 000 NN".
001760     05  FILLER PIC X(29) VALUE "XFERCRED0500541001N000 000 NN".
001770     05  FILLER PIC X(29) VALUE "XFERTRAN0420551001N000 000 NN".
001780 01  WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-VALUES.
001790     05  WS-LAYOUT-ENTRY OCCURS 43 TIMES.
001800         10  WS-LT-FILE-CODE  PIC X(08).
001810         10  WS-LT-OLD-LENGTH PIC 9(03).
001820         10  WS-LT-NEW-LENGTH PIC 9(03).
001830         10  WS-LT-FIELD-COUNT
001840                              PIC 9(01).
001850         10  WS-LT-FIELD OCCURS 3 TIMES.
001860             15  WS-LT-OFFSET PIC 9(03).
001870             15  WS-LT-KIND   PIC X(01).
001880         10  WS-LT-CHAINED    PIC X(01).
001890         10  WS-LT-CROSSWALK  PIC X(01).
001900 01  WS-LAYOUT-MAX            PIC 9(02) VALUE 43.

001910*    FIELDS ADDED TO A LAYOUT AFTER THE WIDENING, AT THE END OF
001920*    THE RECORD: DD NAME, THEN THEIR EMPTY VALUES IN RECORD
001930*    ORDER.  THE FIRST (NEW LENGTH - WIDENED LENGTH) BYTES ARE
001940*    APPENDED TO EVERY NEW RECORD.
001950 01  WS-PAD-VALUES.
001960     05  FILLER PIC X(21) VALUE "COHORT  0000         ".
001970     05  FILLER PIC X(21) VALUE "DROPFEED             ".
001980     05  FILLER PIC X(21) VALUE "ENRLTRAN000000000000 ".
001990     05  FILLER PIC X(21) VALUE "PAYTRAN              ".
002000     05  FILLER PIC X(21) VALUE "REFUNDS 000000000    ".
002010     05  FILLER PIC X(21) VALUE "STUBILL  00000000    ".
002020     05  FILLER PIC X(21) VALUE "XFERTRAN 00000000    ".
002030 01  WS-PAD-TABLE REDEFINES WS-PAD-VALUES.
002040     05  WS-PAD-ENTRY OCCURS 7 TIMES.
002050         10  WS-PT-FILE-CODE  PIC X(08).
002060         10  WS-PT-TEMPLATE   PIC X(13).
002070 01  WS-PAD-MAX               PIC 9(02) VALUE 7.

002080*    THE LAYOUT IN USE FOR THIS RUN, WITH THE NEW OFFSETS.
002090 01  WS-CURRENT-LAYOUT.
002100     05  WS-CUR-OLD-LENGTH    PIC 9(03) COMP.
002110     05  WS-CUR-NEW-LENGTH    PIC 9(03) COMP.
002120     05  WS-CUR-OLD-HASH-LEN  PIC 9(03) COMP.
002130     05  WS-CUR-NEW-HASH-LEN  PIC 9(03) COMP.
002140     05  WS-CUR-PAD-LENGTH    PIC 9(03) COMP.
002150     05  WS-CUR-PAD-TEMPLATE  PIC X(13).
002160     05  WS-CUR-FIELD-COUNT   PIC 9(01) COMP.
002170     05  WS-CUR-FIELD OCCURS 3 TIMES.
002180         10  WS-CUR-OLD-OFFSET
002190                              PIC 9(03) COMP.
002200         10  WS-CUR-NEW-OFFSET
002210                              PIC 9(03) COMP.
002220         10  WS-CUR-OLD-WIDTH PIC 9(01) COMP.
002230         10  WS-CUR-KIND      PIC X(01).
002240             88  WS-CUR-KIND-TEXT
002250                              VALUE "T".
002260     05  WS-CUR-CHAINED       PIC X(01).
002270         88  WS-CUR-IS-CHAINED
002280                              VALUE "Y".
002290     05  WS-CUR-CROSSWALK     PIC X(01).
002300         88  WS-CUR-WANTS-CROSSWALK
002310                              VALUE "Y".

002320 01  WS-COUNTERS COMP.
002330     05  WS-LAYOUT-SUB        PIC 9(02) VALUE ZERO.
002340     05  WS-PAD-SUB           PIC 9(02) VALUE ZERO.
002350     05  WS-FIELD-SUB         PIC 9(01) VALUE ZERO.
002360     05  WS-OLD-POS           PIC 9(03) VALUE ZERO.
002370     05  WS-NEW-POS           PIC 9(03) VALUE ZERO.
002380     05  WS-SEG-LENGTH        PIC 9(03) VALUE ZERO.
002390     05  WS-GROWTH            PIC 9(02) VALUE ZERO.
002400     05  WS-CHAR-SUB          PIC 9(03) VALUE ZERO.
002410     05  WS-SLOT-SUB          PIC 9(01) VALUE ZERO.
002420     05  WS-RECORDS-READ      PIC 9(07) VALUE ZERO.
002430     05  WS-RECORDS-WRITTEN   PIC 9(07) VALUE ZERO.
002440     05  WS-RECORDS-REREAD    PIC 9(07) VALUE ZERO.
002450     05  WS-BEFORE-NONNUM     PIC 9(07) VALUE ZERO.
002460     05  WS-AFTER-NONNUM      PIC 9(07) VALUE ZERO.
002470     05  WS-WALK-WRITTEN      PIC 9(07) VALUE ZERO.
002480     05  WS-CHAINS-RESEALED   PIC 9(07) VALUE ZERO.

002490*    BEFORE AND AFTER PROOF FIGURES.
002500 01  WS-PROOF-TOTALS.
002510     05  WS-BEFORE-ID-SUM     PIC 9(12) VALUE ZERO.
002520     05  WS-AFTER-ID-SUM      PIC 9(12) VALUE ZERO.
002530     05  WS-BEFORE-HASH       PIC 9(09) VALUE ZERO.
002540     05  WS-AFTER-HASH        PIC 9(09) VALUE ZERO.

002550*    RECORD BUILD AREA AND THE HASH FOLD'S INPUTS.
002560 01  WS-NEW-RECORD            PIC X(300).
002570 01  WS-HASH-SOURCE           PIC X(300).
002580 01  WS-HASH-START            PIC 9(03) COMP.
002590 01  WS-HASH-LENGTH           PIC 9(03) COMP.
002600 01  WS-SEGMENT-HASH          PIC 9(09).
002610 01  WS-CHAR-ORD              PIC 9(03).

002620*    ONE ID FIELD IN BOTH WIDTHS.
002630 01  WS-OLD-ID-TEXT           PIC X(04).
002640 01  WS-OLD-ID-NUMBER REDEFINES WS-OLD-ID-TEXT
002650                              PIC 9(04).
002660 01  WS-NEW-ID-TEXT           PIC X(08).
002670 01  WS-NEW-ID-NUMBER REDEFINES WS-NEW-ID-TEXT
002680                              PIC 9(08).
002690 01  WS-PREV-WALK-ID          PIC 9(08) VALUE ZERO.

002700*    CHAIN RESEAL WORK - SAME FOLD AS AUDCHAIN.
002710 01  WS-CHAIN-WORK.
002720     05  WS-OLD-BODY-HASH     PIC 9(09).
002730     05  WS-NEW-BODY-HASH     PIC 9(09).
002740     05  WS-PRIOR-CHAIN       PIC 9(09) VALUE ZERO.
002750     05  WS-LAST-CHAIN        PIC 9(09) VALUE ZERO.
002760     05  WS-LAST-SEQ          PIC 9(07) VALUE ZERO.
002770     05  WS-SEQ-TEXT          PIC X(07).
002780     05  WS-SEQ-NUMBER REDEFINES WS-SEQ-TEXT
002790                              PIC 9(07).
002800     05  WS-CHAIN-TEXT        PIC X(09).
002810     05  WS-CHAIN-NUMBER REDEFINES WS-CHAIN-TEXT
002820                              PIC 9(09).

002830*    AUDCHCTL SLOTS, REWRITTEN WHOLE AS AUDCHAIN DOES.
002840 01  WS-CHAIN-TABLE.
002850     05  WS-CHAIN-SLOT OCCURS 4 TIMES.
002860         10  WS-CT-FILE-CODE  PIC X(01).
002870         10  WS-CT-LAST-SEQ   PIC 9(07).
002880         10  WS-CT-LAST-CHAIN PIC 9(09).

002890 01  WS-EDIT-FIELDS.
002900     05  WS-COUNT-ED          PIC Z,ZZZ,ZZ9.
002910     05  WS-SUM-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.
002920     05  WS-HASH-ED           PIC ZZZZZZZZ9.

002930 01  WS-REPORT-LINE           PIC X(80).

002940 PROCEDURE DIVISION.

002950******************************************************************
002960* 0000-MAINLINE.
002970******************************************************************
002980 0000-MAINLINE.
002990     MOVE "IDEXPAND" TO RH-PROGRAM-NAME.
003000     CALL "BIZDATE" USING RH-RUN-DATE.
003010     ACCEPT RH-RUN-TIME FROM TIME.
003020     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
003030         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
003040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003050     PERFORM 2000-CONVERT-RECORD THRU 2000-CONVERT-RECORD-EXIT
003060         UNTIL WS-EOF.
003070     IF WS-LAYOUT-FOUND
003080         PERFORM 3000-PROVE-NEW-IMAGE
003090             THRU 3000-PROVE-NEW-IMAGE-EXIT
003100         IF WS-CUR-IS-CHAINED AND WS-PROOF-CLEAN
003110                 AND WS-CHAINS-RESEALED > ZERO
003120             PERFORM 4000-RESEAL-CONTROL
003130                 THRU 4000-RESEAL-CONTROL-EXIT
003140         END-IF
003150     END-IF.
003160     PERFORM 5000-FINISH THRU 5000-FINISH-EXIT.
003170     ACCEPT RH-RUN-TIME FROM TIME.
003180     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
003190         RH-RUN-TIME.
003200     STOP RUN.

003210******************************************************************
003220* 1000-INITIALIZE - READ THE PARM, PICK THE LAYOUT, OPEN FILES
003230*                   AND PRIME THE FIRST RECORD.
003240******************************************************************
003250 1000-INITIALIZE.
003260     OPEN OUTPUT CONVERT-RPT.
003270     MOVE "STUDENT ID EXPANSION - FOUR TO EIGHT DIGITS"
003280         TO WS-REPORT-LINE.
003290     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

003300     OPEN INPUT CONVERT-PARM.
003310     IF WS-PARM-STATUS = "00"
003320         READ CONVERT-PARM
003330             AT END
003340                 CONTINUE
003350         END-READ
003360         IF WS-PARM-STATUS = "00"
003370             MOVE CP-FILE-CODE TO WS-FILE-CODE
003380         END-IF
003390         CLOSE CONVERT-PARM
003400     END-IF.

003410     MOVE SPACES TO WS-REPORT-LINE.
003420     STRING "FILE: " DELIMITED BY SIZE
003430            WS-FILE-CODE DELIMITED BY SIZE
003440         INTO WS-REPORT-LINE.
003450     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

003460     PERFORM 1100-FIND-LAYOUT THRU 1100-FIND-LAYOUT-EXIT.
003470     IF NOT WS-LAYOUT-FOUND
003480         MOVE "  (NOT A STUDENT-KEYED FILE - NOTHING CONVERTED)"
003490             TO WS-REPORT-LINE
003500         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
003510         MOVE 8 TO RETURN-CODE
003520         SET WS-EOF TO TRUE
003530         GO TO 1000-INITIALIZE-EXIT
003540     END-IF.
003550     PERFORM 1200-BUILD-NEW-OFFSETS
003560         THRU 1200-BUILD-NEW-OFFSETS-EXIT.

003570     OPEN INPUT OLD-IMAGE.
003580     IF WS-OLD-STATUS NOT = "00"
003590         MOVE "  (NO OLD IMAGE TO CONVERT)" TO WS-REPORT-LINE
003600         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
003610         SET WS-EOF TO TRUE
003620     END-IF.

003630     OPEN OUTPUT NEW-IMAGE.

003640     IF WS-CUR-WANTS-CROSSWALK
003650         OPEN EXTEND ID-CROSSWALK
003660         IF WS-WALK-STATUS = "05" OR WS-WALK-STATUS = "35"
003670             OPEN OUTPUT ID-CROSSWALK
003680         END-IF
003690     END-IF.

003700     IF NOT WS-EOF
003710         PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT
003720     END-IF.
003730 1000-INITIALIZE-EXIT.
003740     EXIT.

003750******************************************************************
003760* 1100-FIND-LAYOUT - LOOK THE PARM FILE UP IN THE LAYOUT TABLE.
003770******************************************************************
003780 1100-FIND-LAYOUT.
003790     PERFORM VARYING WS-LAYOUT-SUB FROM 1 BY 1
003800             UNTIL WS-LAYOUT-SUB > WS-LAYOUT-MAX
003810                OR WS-LAYOUT-FOUND
003820         IF WS-LT-FILE-CODE (WS-LAYOUT-SUB) = WS-FILE-CODE
003830             SET WS-LAYOUT-FOUND TO TRUE
003840         END-IF
003850     END-PERFORM.
003860     IF WS-LAYOUT-FOUND
003870         SUBTRACT 1 FROM WS-LAYOUT-SUB
003880     END-IF.
003890 1100-FIND-LAYOUT-EXIT.
003900     EXIT.

003910******************************************************************
003920* 1200-BUILD-NEW-OFFSETS - EACH ID FIELD SHIFTS RIGHT BY THE
003930*                          GROWTH OF THE ID FIELDS BEFORE IT.
003940*                          A CHAINED FILE'S SEQ/CHAIN TAIL (16
003950*                          BYTES) STAYS OUT OF THE BODY HASH.
003960*                          ANY LATER FIELDS PAD THE WIDENED
003970*                          RECORD OUT TO THE NEW LENGTH.
003980******************************************************************
003990 1200-BUILD-NEW-OFFSETS.
004000     MOVE WS-LT-OLD-LENGTH (WS-LAYOUT-SUB) TO WS-CUR-OLD-LENGTH.
004010     MOVE WS-LT-FIELD-COUNT (WS-LAYOUT-SUB)
004020         TO WS-CUR-FIELD-COUNT.
004030     MOVE WS-LT-CHAINED (WS-LAYOUT-SUB) TO WS-CUR-CHAINED.
004040     MOVE WS-LT-CROSSWALK (WS-LAYOUT-SUB) TO WS-CUR-CROSSWALK.
004050     MOVE ZERO TO WS-GROWTH.
004060     PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
004070             UNTIL WS-FIELD-SUB > WS-CUR-FIELD-COUNT
004080         MOVE WS-LT-KIND (WS-LAYOUT-SUB, WS-FIELD-SUB)
004090             TO WS-CUR-KIND (WS-FIELD-SUB)
004100         MOVE WS-LT-OFFSET (WS-LAYOUT-SUB, WS-FIELD-SUB)
004110             TO WS-CUR-OLD-OFFSET (WS-FIELD-SUB)
004120         COMPUTE WS-CUR-NEW-OFFSET (WS-FIELD-SUB) =
004130             WS-CUR-OLD-OFFSET (WS-FIELD-SUB) + WS-GROWTH
004140         IF WS-CUR-KIND-TEXT (WS-FIELD-SUB)
004150             MOVE 5 TO WS-CUR-OLD-WIDTH (WS-FIELD-SUB)
004160             ADD 3 TO WS-GROWTH
004170         ELSE
004180             MOVE 4 TO WS-CUR-OLD-WIDTH (WS-FIELD-SUB)
004190             ADD 4 TO WS-GROWTH
004200         END-IF
004210     END-PERFORM.
004220     COMPUTE WS-CUR-NEW-LENGTH = WS-CUR-OLD-LENGTH + WS-GROWTH.
004230     IF WS-CUR-IS-CHAINED
004240         COMPUTE WS-CUR-OLD-HASH-LEN = WS-CUR-OLD-LENGTH - 16
004250         COMPUTE WS-CUR-NEW-HASH-LEN = WS-CUR-NEW-LENGTH - 16
004260     ELSE
004270         MOVE WS-CUR-OLD-LENGTH TO WS-CUR-OLD-HASH-LEN
004280         MOVE WS-CUR-NEW-LENGTH TO WS-CUR-NEW-HASH-LEN
004290     END-IF.
004300     MOVE ZERO TO WS-CUR-PAD-LENGTH.
004310     MOVE SPACES TO WS-CUR-PAD-TEMPLATE.
004320     IF WS-LT-NEW-LENGTH (WS-LAYOUT-SUB) > WS-CUR-NEW-LENGTH
004330         COMPUTE WS-CUR-PAD-LENGTH =
004340             WS-LT-NEW-LENGTH (WS-LAYOUT-SUB) - WS-CUR-NEW-LENGTH
004350         PERFORM 1210-FIND-PAD THRU 1210-FIND-PAD-EXIT
004360             VARYING WS-PAD-SUB FROM 1 BY 1
004370             UNTIL WS-PAD-SUB > WS-PAD-MAX
004380     END-IF.
004390 1200-BUILD-NEW-OFFSETS-EXIT.
004400     EXIT.

004410******************************************************************
004420* 1210-FIND-PAD - PICK UP THE EMPTY VALUES OF THE FIELDS ADDED
004430*                 SINCE THE WIDENING.
004440******************************************************************
004450 1210-FIND-PAD.
004460     IF WS-PT-FILE-CODE (WS-PAD-SUB) = WS-FILE-CODE
004470         MOVE WS-PT-TEMPLATE (WS-PAD-SUB) TO WS-CUR-PAD-TEMPLATE
004480     END-IF.
004490 1210-FIND-PAD-EXIT.
004500     EXIT.

004510******************************************************************
004520* 2000-CONVERT-RECORD - COPY ONE RECORD ACROSS, WIDENING EACH
004530*                       ID FIELD AND FOLDING THE BEFORE PROOF.
004540******************************************************************
004550 2000-CONVERT-RECORD.
004560     ADD 1 TO WS-RECORDS-READ.
004570     MOVE SPACES TO WS-NEW-RECORD.
004580     MOVE OI-OLD-RECORD TO WS-HASH-SOURCE.
004590     MOVE 1 TO WS-OLD-POS.
004600     MOVE 1 TO WS-NEW-POS.

004610     PERFORM 2200-WIDEN-ONE-FIELD THRU 2200-WIDEN-ONE-FIELD-EXIT
004620         VARYING WS-FIELD-SUB FROM 1 BY 1
004630         UNTIL WS-FIELD-SUB > WS-CUR-FIELD-COUNT.

004640*    THE TAIL AFTER THE LAST ID FIELD MOVES ACROSS WHOLE; ONLY
004650*    THE PART AHEAD OF ANY SEQ/CHAIN FIELDS GOES INTO THE HASH.
004660     COMPUTE WS-SEG-LENGTH = WS-CUR-OLD-LENGTH - WS-OLD-POS + 1.
004670     IF WS-SEG-LENGTH > ZERO
004680         MOVE OI-OLD-RECORD (WS-OLD-POS:WS-SEG-LENGTH)
004690             TO WS-NEW-RECORD (WS-NEW-POS:WS-SEG-LENGTH)
004700     END-IF.
004710     IF WS-CUR-OLD-HASH-LEN NOT < WS-OLD-POS
004720         MOVE WS-OLD-POS TO WS-HASH-START
004730         COMPUTE WS-HASH-LENGTH =
004740             WS-CUR-OLD-HASH-LEN - WS-OLD-POS + 1
004750         PERFORM 2900-FOLD-SEGMENT THRU 2900-FOLD-SEGMENT-EXIT
004760         COMPUTE WS-BEFORE-HASH = FUNCTION MOD
004770             (WS-BEFORE-HASH + WS-SEGMENT-HASH 999999999)
004780     END-IF.

004790     IF WS-CUR-IS-CHAINED
004800         PERFORM 2400-RESEAL-CHAIN THRU 2400-RESEAL-CHAIN-EXIT
004810     END-IF.

004820     IF WS-CUR-PAD-LENGTH > ZERO
004830         MOVE WS-CUR-PAD-TEMPLATE (1:WS-CUR-PAD-LENGTH)
004840             TO WS-NEW-RECORD
004850                (WS-CUR-NEW-LENGTH + 1:WS-CUR-PAD-LENGTH)
004860     END-IF.

004870     WRITE NI-NEW-RECORD FROM WS-NEW-RECORD.
004880     IF WS-NEW-STATUS = "00"
004890         ADD 1 TO WS-RECORDS-WRITTEN
004900     END-IF.

004910     PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT.
004920 2000-CONVERT-RECORD-EXIT.
004930     EXIT.

004940******************************************************************
004950* 2100-READ-OLD - GET THE NEXT OLD-LAYOUT RECORD.
004960******************************************************************
004970 2100-READ-OLD.
004980     MOVE SPACES TO OI-OLD-RECORD.
004990     READ OLD-IMAGE
005000         AT END
005010             SET WS-EOF TO TRUE
005020     END-READ.
005030     IF WS-OLD-STATUS NOT = "00"
005040         SET WS-EOF TO TRUE
005050     END-IF.
005060 2100-READ-OLD-EXIT.
005070     EXIT.

005080******************************************************************
005090* 2200-WIDEN-ONE-FIELD - MOVE THE BYTES AHEAD OF THE FIELD,
005100*                        THEN THE FIELD ITSELF AT ITS NEW WIDTH.
005110******************************************************************
005120 2200-WIDEN-ONE-FIELD.
005130     COMPUTE WS-SEG-LENGTH =
005140         WS-CUR-OLD-OFFSET (WS-FIELD-SUB) - WS-OLD-POS.
005150     IF WS-SEG-LENGTH > ZERO
005160         MOVE OI-OLD-RECORD (WS-OLD-POS:WS-SEG-LENGTH)
005170             TO WS-NEW-RECORD (WS-NEW-POS:WS-SEG-LENGTH)
005180         MOVE WS-OLD-POS TO WS-HASH-START
005190         MOVE WS-SEG-LENGTH TO WS-HASH-LENGTH
005200         PERFORM 2900-FOLD-SEGMENT THRU 2900-FOLD-SEGMENT-EXIT
005210         COMPUTE WS-BEFORE-HASH = FUNCTION MOD
005220             (WS-BEFORE-HASH + WS-SEGMENT-HASH 999999999)
005230     END-IF.

005240     MOVE WS-CUR-OLD-OFFSET (WS-FIELD-SUB) TO WS-OLD-POS.
005250     MOVE WS-CUR-NEW-OFFSET (WS-FIELD-SUB) TO WS-NEW-POS.
005260     MOVE OI-OLD-RECORD (WS-OLD-POS:4) TO WS-OLD-ID-TEXT.
005270     MOVE "N" TO WS-NUMERIC-SWITCH.
005280     IF WS-OLD-ID-TEXT IS NUMERIC
005290         IF NOT WS-CUR-KIND-TEXT (WS-FIELD-SUB)
005300                 OR OI-OLD-RECORD (WS-OLD-POS + 4:1) = SPACE
005310             SET WS-ID-IS-NUMERIC TO TRUE
005320         END-IF
005330     END-IF.

005340     IF WS-ID-IS-NUMERIC
005350         MOVE WS-OLD-ID-NUMBER TO WS-NEW-ID-NUMBER
005360         ADD WS-OLD-ID-NUMBER TO WS-BEFORE-ID-SUM
005370     ELSE
005380         MOVE SPACES TO WS-NEW-ID-TEXT
005390         MOVE OI-OLD-RECORD
005400             (WS-OLD-POS:WS-CUR-OLD-WIDTH (WS-FIELD-SUB))
005410             TO WS-NEW-ID-TEXT
005420         ADD 1 TO WS-BEFORE-NONNUM
005430         MOVE WS-OLD-POS TO WS-HASH-START
005440         MOVE WS-CUR-OLD-WIDTH (WS-FIELD-SUB) TO WS-HASH-LENGTH
005450         PERFORM 2900-FOLD-SEGMENT THRU 2900-FOLD-SEGMENT-EXIT
005460         COMPUTE WS-BEFORE-HASH = FUNCTION MOD
005470             (WS-BEFORE-HASH + WS-SEGMENT-HASH 999999999)
005480     END-IF.
005490     MOVE WS-NEW-ID-TEXT TO WS-NEW-RECORD (WS-NEW-POS:8).

005500     IF WS-FIELD-SUB = 1 AND WS-CUR-WANTS-CROSSWALK
005510             AND WS-ID-IS-NUMERIC
005520         PERFORM 2300-WRITE-CROSSWALK
005530             THRU 2300-WRITE-CROSSWALK-EXIT
005540     END-IF.

005550     ADD WS-CUR-OLD-WIDTH (WS-FIELD-SUB) TO WS-OLD-POS.
005560     ADD 8 TO WS-NEW-POS.
005570 2200-WIDEN-ONE-FIELD-EXIT.
005580     EXIT.

005590******************************************************************
005600* 2300-WRITE-CROSSWALK - ONE ENTRY PER ID; A RUN OF HISTORY
005610*                        RECORDS FOR ONE STUDENT GIVES ONE ENTRY.
005620******************************************************************
005630 2300-WRITE-CROSSWALK.
005640     IF WS-NEW-ID-NUMBER = WS-PREV-WALK-ID
005650             AND WS-WALK-WRITTEN > ZERO
005660         GO TO 2300-WRITE-CROSSWALK-EXIT
005670     END-IF.
005680     MOVE WS-OLD-ID-NUMBER TO XW-OLD-ID.
005690     MOVE WS-NEW-ID-NUMBER TO XW-NEW-ID.
005700     MOVE WS-FILE-CODE TO XW-SOURCE-FILE.
005710     MOVE RH-RUN-DATE TO XW-CONVERT-DATE.
005720     WRITE XW-CROSSWALK-RECORD.
005730     IF WS-WALK-STATUS = "00"
005740         ADD 1 TO WS-WALK-WRITTEN
005750     END-IF.
005760     MOVE WS-NEW-ID-NUMBER TO WS-PREV-WALK-ID.
005770 2300-WRITE-CROSSWALK-EXIT.
005780     EXIT.

005790******************************************************************
005800* 2400-RESEAL-CHAIN - RECOMPUTE THE CHAIN CHECK OVER THE NEW
005810*                     BODY.  THE FIRST ENTRY'S PRIOR CHAIN IS
005820*                     BACKED OUT OF ITS OLD CHECK SO THE LINK
005830*                     TO ANY ALREADY-PURGED ENTRY SURVIVES.
005840******************************************************************
005850 2400-RESEAL-CHAIN.
005860     MOVE WS-NEW-RECORD (WS-CUR-NEW-HASH-LEN + 1:7)
005870         TO WS-SEQ-TEXT.
005880     IF WS-SEQ-TEXT NOT NUMERIC
005890         MOVE ZERO TO WS-SEQ-NUMBER
005900     END-IF.

005910     IF NOT WS-CHAIN-PRIMED
005920         MOVE OI-OLD-RECORD (WS-CUR-OLD-HASH-LEN + 8:9)
005930             TO WS-CHAIN-TEXT
005940         MOVE ZERO TO WS-PRIOR-CHAIN
005950         IF WS-CHAIN-TEXT IS NUMERIC
005960             MOVE OI-OLD-RECORD TO WS-HASH-SOURCE
005970             MOVE 1 TO WS-HASH-START
005980             MOVE WS-CUR-OLD-HASH-LEN TO WS-HASH-LENGTH
005990             PERFORM 2900-FOLD-SEGMENT
006000                 THRU 2900-FOLD-SEGMENT-EXIT
006010             MOVE WS-SEGMENT-HASH TO WS-OLD-BODY-HASH
006020             COMPUTE WS-PRIOR-CHAIN = FUNCTION MOD
006030                 (WS-CHAIN-NUMBER + 1999999998
006040                 - WS-OLD-BODY-HASH - WS-SEQ-NUMBER 999999999)
006050         END-IF
006060         SET WS-CHAIN-PRIMED TO TRUE
006070     END-IF.

006080     MOVE WS-NEW-RECORD TO WS-HASH-SOURCE.
006090     MOVE 1 TO WS-HASH-START.
006100     MOVE WS-CUR-NEW-HASH-LEN TO WS-HASH-LENGTH.
006110     PERFORM 2900-FOLD-SEGMENT THRU 2900-FOLD-SEGMENT-EXIT.
006120     MOVE WS-SEGMENT-HASH TO WS-NEW-BODY-HASH.
006130     COMPUTE WS-CHAIN-NUMBER = FUNCTION MOD
006140         (WS-PRIOR-CHAIN + WS-NEW-BODY-HASH
006150         + WS-SEQ-NUMBER 999999999).
006160     MOVE WS-CHAIN-TEXT
006170         TO WS-NEW-RECORD (WS-CUR-NEW-HASH-LEN + 8:9).

006180     MOVE WS-CHAIN-NUMBER TO WS-PRIOR-CHAIN.
006190     MOVE WS-CHAIN-NUMBER TO WS-LAST-CHAIN.
006200     MOVE WS-SEQ-NUMBER TO WS-LAST-SEQ.
006210     ADD 1 TO WS-CHAINS-RESEALED.
006220 2400-RESEAL-CHAIN-EXIT.
006230     EXIT.

006240******************************************************************
006250* 2900-FOLD-SEGMENT - ADDITIVE ORD/MOD HASH OF ONE STRETCH OF
006260*                     WS-HASH-SOURCE (SAME FOLD AS MASTUNLD).
006270******************************************************************
006280 2900-FOLD-SEGMENT.
006290     MOVE ZERO TO WS-SEGMENT-HASH.
006300     PERFORM VARYING WS-CHAR-SUB FROM WS-HASH-START BY 1
006310             UNTIL WS-CHAR-SUB > WS-HASH-START + WS-HASH-LENGTH
006320                                - 1
006330         COMPUTE WS-CHAR-ORD =
006340             FUNCTION ORD(WS-HASH-SOURCE (WS-CHAR-SUB:1))
006350         COMPUTE WS-SEGMENT-HASH =
006360             FUNCTION MOD
006370             (WS-SEGMENT-HASH + WS-CHAR-ORD 999999999)
006380     END-PERFORM.
006390 2900-FOLD-SEGMENT-EXIT.
006400     EXIT.

006410******************************************************************
006420* 3000-PROVE-NEW-IMAGE - REREAD WHAT WAS WRITTEN AND REBUILD THE
006430*                        COUNT, ID TOTAL AND HASH AT THE NEW
006440*                        OFFSETS.  ALL THREE MUST MATCH.
006450******************************************************************
006460 3000-PROVE-NEW-IMAGE.
006470     IF WS-OLD-STATUS NOT = "35"
006480         CLOSE OLD-IMAGE
006490     END-IF.
006500     CLOSE NEW-IMAGE.
006510     IF WS-CUR-WANTS-CROSSWALK
006520         CLOSE ID-CROSSWALK
006530     END-IF.

006540     MOVE "N" TO WS-EOF-SWITCH.
006550     OPEN INPUT NEW-IMAGE.
006560     IF WS-NEW-STATUS NOT = "00"
006570         SET WS-EOF TO TRUE
006580     END-IF.
006590     PERFORM 3100-PROVE-ONE-RECORD
006600         THRU 3100-PROVE-ONE-RECORD-EXIT
006610         UNTIL WS-EOF.
006620     CLOSE NEW-IMAGE.

006630     IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
006640             OR WS-RECORDS-READ NOT = WS-RECORDS-REREAD
006650             OR WS-BEFORE-ID-SUM NOT = WS-AFTER-ID-SUM
006660             OR WS-BEFORE-HASH NOT = WS-AFTER-HASH
006670             OR WS-BEFORE-NONNUM NOT = WS-AFTER-NONNUM
006680         SET WS-PROOF-FAILED TO TRUE
006690     END-IF.
006700 3000-PROVE-NEW-IMAGE-EXIT.
006710     EXIT.

006720 3100-PROVE-ONE-RECORD.
006730     MOVE SPACES TO NI-NEW-RECORD.
006740     READ NEW-IMAGE
006750         AT END
006760             SET WS-EOF TO TRUE
006770             GO TO 3100-PROVE-ONE-RECORD-EXIT
006780     END-READ.
006790     IF WS-NEW-STATUS NOT = "00"
006800         SET WS-EOF TO TRUE
006810         GO TO 3100-PROVE-ONE-RECORD-EXIT
006820     END-IF.
006830     ADD 1 TO WS-RECORDS-REREAD.
006840     MOVE NI-NEW-RECORD TO WS-HASH-SOURCE.
006850     MOVE 1 TO WS-NEW-POS.
006860     PERFORM 3200-PROVE-ONE-FIELD THRU 3200-PROVE-ONE-FIELD-EXIT
006870         VARYING WS-FIELD-SUB FROM 1 BY 1
006880         UNTIL WS-FIELD-SUB > WS-CUR-FIELD-COUNT.
006890     IF WS-CUR-NEW-HASH-LEN NOT < WS-NEW-POS
006900         MOVE WS-NEW-POS TO WS-HASH-START
006910         COMPUTE WS-HASH-LENGTH =
006920             WS-CUR-NEW-HASH-LEN - WS-NEW-POS + 1
006930         PERFORM 2900-FOLD-SEGMENT THRU 2900-FOLD-SEGMENT-EXIT
006940         COMPUTE WS-AFTER-HASH = FUNCTION MOD
006950             (WS-AFTER-HASH + WS-SEGMENT-HASH 999999999)
006960     END-IF.
006970 3100-PROVE-ONE-RECORD-EXIT.
006980     EXIT.

006990 3200-PROVE-ONE-FIELD.
007000     COMPUTE WS-SEG-LENGTH =
007010         WS-CUR-NEW-OFFSET (WS-FIELD-SUB) - WS-NEW-POS.
007020     IF WS-SEG-LENGTH > ZERO
007030         MOVE WS-NEW-POS TO WS-HASH-START
007040         MOVE WS-SEG-LENGTH TO WS-HASH-LENGTH
007050         PERFORM 2900-FOLD-SEGMENT THRU 2900-FOLD-SEGMENT-EXIT
007060         COMPUTE WS-AFTER-HASH = FUNCTION MOD
007070             (WS-AFTER-HASH + WS-SEGMENT-HASH 999999999)
007080     END-IF.
007090     MOVE WS-CUR-NEW-OFFSET (WS-FIELD-SUB) TO WS-NEW-POS.
007100     MOVE NI-NEW-RECORD (WS-NEW-POS:8) TO WS-NEW-ID-TEXT.
007110     IF WS-NEW-ID-TEXT IS NUMERIC
007120         ADD WS-NEW-ID-NUMBER TO WS-AFTER-ID-SUM
007130     ELSE
007140         ADD 1 TO WS-AFTER-NONNUM
007150         MOVE WS-NEW-POS TO WS-HASH-START
007160         MOVE WS-CUR-OLD-WIDTH (WS-FIELD-SUB) TO WS-HASH-LENGTH
007170         PERFORM 2900-FOLD-SEGMENT THRU 2900-FOLD-SEGMENT-EXIT
007180         COMPUTE WS-AFTER-HASH = FUNCTION MOD
007190             (WS-AFTER-HASH + WS-SEGMENT-HASH 999999999)
007200     END-IF.
007210     ADD 8 TO WS-NEW-POS.
007220 3200-PROVE-ONE-FIELD-EXIT.
007230     EXIT.

007240******************************************************************
007250* 4000-RESEAL-CONTROL - CARRY THE LAST NEW CHAIN VALUE INTO THE
007260*                       CHGHIST ("C") SLOT OF AUDCHCTL.
007270******************************************************************
007280 4000-RESEAL-CONTROL.
007290     MOVE "L" TO WS-CT-FILE-CODE (1).
007300     MOVE "O" TO WS-CT-FILE-CODE (2).
007310     MOVE "C" TO WS-CT-FILE-CODE (3).
007320     MOVE "A" TO WS-CT-FILE-CODE (4).
007330     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
007340             UNTIL WS-SLOT-SUB > 4
007350         MOVE ZERO TO WS-CT-LAST-SEQ (WS-SLOT-SUB)
007360         MOVE ZERO TO WS-CT-LAST-CHAIN (WS-SLOT-SUB)
007370     END-PERFORM.
007380     MOVE "N" TO WS-EOF-SWITCH.
007390     OPEN INPUT CHAIN-CONTROL.
007400     IF WS-CTL-STATUS NOT = "00"
007410         MOVE "  AUDCHCTL NOT AVAILABLE - CHAIN CONTROL NOT RESET"
007420             TO WS-REPORT-LINE
007430         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
007440         SET WS-PROOF-FAILED TO TRUE
007450         GO TO 4000-RESEAL-CONTROL-EXIT
007460     END-IF.
007470     PERFORM 4100-LOAD-ONE-SLOT THRU 4100-LOAD-ONE-SLOT-EXIT
007480         UNTIL WS-EOF.
007490     CLOSE CHAIN-CONTROL.

007500     IF WS-CT-LAST-SEQ (3) NOT = WS-LAST-SEQ
007510         MOVE "  CONTROL SEQUENCE DIFFERS FROM LAST CHGHIST ENTRY"
007520             TO WS-REPORT-LINE
007530         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
007540     END-IF.
007550     MOVE WS-LAST-CHAIN TO WS-CT-LAST-CHAIN (3).

007560     OPEN OUTPUT CHAIN-CONTROL.
007570     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
007580             UNTIL WS-SLOT-SUB > 4
007590         MOVE WS-CT-FILE-CODE (WS-SLOT-SUB) TO CC-FILE-CODE
007600         MOVE WS-CT-LAST-SEQ (WS-SLOT-SUB) TO CC-LAST-SEQ
007610         MOVE WS-CT-LAST-CHAIN (WS-SLOT-SUB) TO CC-LAST-CHAIN
007620         WRITE CC-CONTROL-RECORD
007630     END-PERFORM.
007640     CLOSE CHAIN-CONTROL.
007650 4000-RESEAL-CONTROL-EXIT.
007660     EXIT.

007670 4100-LOAD-ONE-SLOT.
007680     READ CHAIN-CONTROL
007690         AT END
007700             SET WS-EOF TO TRUE
007710             GO TO 4100-LOAD-ONE-SLOT-EXIT
007720     END-READ.
007730     IF WS-CTL-STATUS NOT = "00"
007740         SET WS-EOF TO TRUE
007750         GO TO 4100-LOAD-ONE-SLOT-EXIT
007760     END-IF.
007770     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
007780             UNTIL WS-SLOT-SUB > 4
007790         IF WS-CT-FILE-CODE (WS-SLOT-SUB) = CC-FILE-CODE
007800                 AND CC-LAST-SEQ IS NUMERIC
007810             MOVE CC-LAST-SEQ TO WS-CT-LAST-SEQ (WS-SLOT-SUB)
007820             MOVE CC-LAST-CHAIN
007830                 TO WS-CT-LAST-CHAIN (WS-SLOT-SUB)
007840         END-IF
007850     END-PERFORM.
007860 4100-LOAD-ONE-SLOT-EXIT.
007870     EXIT.

007880******************************************************************
007890* 5000-FINISH - PRINT THE BEFORE/AFTER PROOF AND SET THE RC.
007900******************************************************************
007910 5000-FINISH.
007920     MOVE SPACES TO WS-REPORT-LINE.
007930     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007940     IF NOT WS-LAYOUT-FOUND
007950         GO TO 5000-FINISH-CLOSE
007960     END-IF.

007970     MOVE "                         BEFORE           AFTER"
007980         TO WS-REPORT-LINE.
007990     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008000     MOVE SPACES TO WS-REPORT-LINE.
008010     MOVE "RECORDS" TO WS-REPORT-LINE (1:20).
008020     MOVE WS-RECORDS-READ TO WS-COUNT-ED.
008030     MOVE WS-COUNT-ED TO WS-REPORT-LINE (23:9).
008040     MOVE WS-RECORDS-REREAD TO WS-COUNT-ED.
008050     MOVE WS-COUNT-ED TO WS-REPORT-LINE (39:9).
008060     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008070     MOVE SPACES TO WS-REPORT-LINE.
008080     MOVE "STUDENT ID TOTAL" TO WS-REPORT-LINE (1:20).
008090     MOVE WS-BEFORE-ID-SUM TO WS-SUM-ED.
008100     MOVE WS-SUM-ED TO WS-REPORT-LINE (17:15).
008110     MOVE WS-AFTER-ID-SUM TO WS-SUM-ED.
008120     MOVE WS-SUM-ED TO WS-REPORT-LINE (33:15).
008130     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008140     MOVE SPACES TO WS-REPORT-LINE.
008150     MOVE "NON-NUMERIC ID FIELDS" TO WS-REPORT-LINE (1:21).
008160     MOVE WS-BEFORE-NONNUM TO WS-COUNT-ED.
008170     MOVE WS-COUNT-ED TO WS-REPORT-LINE (23:9).
008180     MOVE WS-AFTER-NONNUM TO WS-COUNT-ED.
008190     MOVE WS-COUNT-ED TO WS-REPORT-LINE (39:9).
008200     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008210     MOVE SPACES TO WS-REPORT-LINE.
008220     MOVE "OTHER-BYTE HASH" TO WS-REPORT-LINE (1:20).
008230     MOVE WS-BEFORE-HASH TO WS-HASH-ED.
008240     MOVE WS-HASH-ED TO WS-REPORT-LINE (23:9).
008250     MOVE WS-AFTER-HASH TO WS-HASH-ED.
008260     MOVE WS-HASH-ED TO WS-REPORT-LINE (39:9).
008270     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008280     MOVE SPACES TO WS-REPORT-LINE.
008290     MOVE "RECORDS WRITTEN" TO WS-REPORT-LINE (1:20).
008300     MOVE WS-RECORDS-WRITTEN TO WS-COUNT-ED.
008310     MOVE WS-COUNT-ED TO WS-REPORT-LINE (39:9).
008320     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008330     IF WS-CUR-WANTS-CROSSWALK
008340         MOVE SPACES TO WS-REPORT-LINE
008350         MOVE "CROSSWALK ENTRIES" TO WS-REPORT-LINE (1:20)
008360         MOVE WS-WALK-WRITTEN TO WS-COUNT-ED
008370         MOVE WS-COUNT-ED TO WS-REPORT-LINE (39:9)
008380         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
008390     END-IF.

008400     IF WS-CUR-IS-CHAINED
008410         MOVE SPACES TO WS-REPORT-LINE
008420         MOVE "CHAINS RESEALED" TO WS-REPORT-LINE (1:20)
008430         MOVE WS-CHAINS-RESEALED TO WS-COUNT-ED
008440         MOVE WS-COUNT-ED TO WS-REPORT-LINE (39:9)
008450         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
008460         MOVE SPACES TO WS-REPORT-LINE
008470         MOVE "LAST CHAIN VALUE" TO WS-REPORT-LINE (1:20)
008480         MOVE WS-LAST-CHAIN TO WS-HASH-ED
008490         MOVE WS-HASH-ED TO WS-REPORT-LINE (39:9)
008500         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
008510     END-IF.

008520     MOVE SPACES TO WS-REPORT-LINE.
008530     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008540     IF WS-PROOF-CLEAN
008550         MOVE "PROOF CLEAN - NEW IMAGE MAY BE SWAPPED IN"
008560             TO WS-REPORT-LINE
008570         MOVE 0 TO RETURN-CODE
008580     ELSE
008590         MOVE "*** PROOF FAILED - DO NOT SWAP IN ***"
008600             TO WS-REPORT-LINE
008610         MOVE 8 TO RETURN-CODE
008620     END-IF.
008630     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008640 5000-FINISH-CLOSE.
008650     CLOSE CONVERT-RPT.
008660 5000-FINISH-EXIT.
008670     EXIT.

008680 END PROGRAM IDEXPAND.
