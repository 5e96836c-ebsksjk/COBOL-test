000010******************************************************************
000020* PROGRAM-ID : DEIDENT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   DE-IDENTIFIED COPY OF PRODUCTION STUDENT DATA FOR THE TEST
000090*   REGION.  READS THE STUDENT MASTER BACKUP CUT BY MASTUNLD
000100*   (MASTBKUP) AND THE OTHER STUDENT-KEYED FILES THAT CARRY
000110*   PERSONAL DATA - DEMOGRAPHICS (STUDEMOG), THE STUDENT AND
000120*   DEMOGRAPHICS ARCHIVES (STUDHIST, DEMOHIST), AND THE MASTER
000130*   AND DEMOGRAPHICS CHANGE HISTORIES (CHGHIST, DEMHIST) - AND
000140*   WRITES EACH BACK OUT RECORD FOR RECORD WITH NAME, DATE OF
000150*   BIRTH, ADDRESS, CITY, ZIP, PHONE AND E-MAIL REPLACED BY
000160*   FAKE VALUES.
000170*
000180*   THE FAKES ARE DRAWN FROM FIXED NAME, STREET AND CITY TABLES
000190*   BY A MIX OF THE STUDENT ID AND THE DIDPARM SEED, SO ONE
000200*   STUDENT GETS THE SAME FAKE NAME, BIRTH DATE AND ADDRESS IN
000210*   EVERY FILE AND EVERY IMAGE.  STUDENT IDS, STATUS AND MAJOR
000220*   CODES, CAMPUS, STATE, SUPPRESSION FLAGS AND EVERY OTHER DATE
000230*   ARE CARRIED UNCHANGED; A BIRTH DATE KEEPS ITS YEAR, SO AGES
000240*   AND DATE ORDERING HOLD.  A BLANK FIELD STAYS BLANK.  PHONES
000250*   ARE ISSUED IN THE UNUSED 555 AREA CODE AND E-MAIL ON THE
000260*   RESERVED EXAMPLE.ORG DOMAIN.  THE BACKUP GETS A NEW COUNT-
000270*   AND-HASH TRAILER SO MASTRELD WILL LOAD IT, AND THE CHGHIST
000280*   AUDIT CHAIN IS RESEALED OVER THE NEW IMAGES THE WAY IDEXPAND
000290*   RESEALS IT; THE LAST SEQUENCE AND CHAIN VALUE PRINT FOR THE
000300*   TEST REGION'S AUDCHCTL "C" SLOT.
000310*
000320*   PROOF.  EVERY ORIGINAL AND EVERY REPLACEMENT NAME, ADDRESS
000330*   LINE, PHONE AND E-MAIL IS SORTED TOGETHER; A VALUE PRESENT
000340*   ON BOTH SIDES FOR THE SAME STUDENT IS A LEAK (RC 8 - THE
000350*   COPY MUST NOT BE RELEASED), FOR DIFFERENT STUDENTS A
000360*   COINCIDENCE WITH SOMEONE ELSE'S REAL VALUE (RC 4, LISTED FOR
000370*   REVIEW).  BIRTH DATE, SECOND ADDRESS LINE, CITY AND ZIP ARE
000380*   FORCED TO DIFFER FROM THE SAME RECORD'S ORIGINAL.  THE
000390*   REPORT NEVER PRINTS A PERSONAL VALUE - ONLY THE STUDENT ID.
000400*   A MISSING INPUT FILE IS SKIPPED AND NOTED.
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY.
000430*   2026-10-15  RO   ORIGINAL PROGRAM.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.    DEIDENT.
000470 AUTHOR.        R. OKONKWO.
000480 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000490 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED.

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT DEIDENT-PARM ASSIGN TO "DIDPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.

000570     SELECT BACKUP-IN ASSIGN TO "MASTBKUP"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-IN-STATUS.

000600     SELECT BACKUP-OUT ASSIGN TO "DIDBKUP"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-OUT-STATUS.

000630     SELECT DEMOG-IN ASSIGN TO "STUDEMOG"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS DG-STUDENT-ID
000670         FILE STATUS IS WS-IN-STATUS.

000680     SELECT DEMOG-OUT ASSIGN TO "DIDDEMOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-OUT-STATUS.

000710     SELECT STUDHIST-IN ASSIGN TO "STUDHIST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-IN-STATUS.

000740     SELECT STUDHIST-OUT ASSIGN TO "DIDSHIST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-OUT-STATUS.

000770     SELECT DEMOHIST-IN ASSIGN TO "DEMOHIST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-IN-STATUS.

000800     SELECT DEMOHIST-OUT ASSIGN TO "DIDDHIST"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-OUT-STATUS.

000830     SELECT CHGHIST-IN ASSIGN TO "CHGHIST"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-IN-STATUS.

000860     SELECT CHGHIST-OUT ASSIGN TO "DIDCHIST"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-OUT-STATUS.

000890     SELECT DEMHIST-IN ASSIGN TO "DEMHIST"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-IN-STATUS.

000920     SELECT DEMHIST-OUT ASSIGN TO "DIDMHIST"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-OUT-STATUS.

000950     SELECT DEIDENT-RPT ASSIGN TO "DIDRPT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RPT-STATUS.

000980     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  DEIDENT-PARM.
001020 01  DP-PARM-RECORD.
001030     05  DP-SEED              PIC 9(05).

001040 FD  BACKUP-IN.
001050 01  BI-BACKUP-RECORD         PIC X(48).

001060 FD  BACKUP-OUT.
001070 01  BO-BACKUP-RECORD         PIC X(48).

001080 FD  DEMOG-IN.
001090     COPY "demogrec.cpy".

001100 FD  DEMOG-OUT.
001110 01  DO-DEMOG-RECORD          PIC X(127).

001120 FD  STUDHIST-IN.
001130     COPY "studhist.cpy".

001140 FD  STUDHIST-OUT.
001150 01  SO-HISTORY-RECORD        PIC X(53).

001160 FD  DEMOHIST-IN.
001170     COPY "demohist.cpy".

001180 FD  DEMOHIST-OUT.
001190 01  AO-DEMOG-HISTORY-RECORD  PIC X(135).

001200 FD  CHGHIST-IN.
001210     COPY "chghist.cpy".

001220 FD  CHGHIST-OUT.
001230 01  CO-CHANGE-RECORD         PIC X(125).

001240 FD  DEMHIST-IN.
001250     COPY "demhist.cpy".

001260 FD  DEMHIST-OUT.
001270 01  HO-DEMOG-CHANGE-RECORD   PIC X(291).

001280 FD  DEIDENT-RPT.
001290 01  DR-REPORT-LINE           PIC X(80).

001300 SD  SORT-WORK.
001310 01  PS-SORT-RECORD.
001320     05  PS-PII-TYPE          PIC X(02).
001330     05  PS-PII-VALUE         PIC X(30).
001340     05  PS-SOURCE            PIC X(01).
001350         88  PS-ORIGINAL      VALUE "A".
001360         88  PS-REPLACEMENT   VALUE "B".
001370     05  PS-STUDENT-ID        PIC 9(08).

001380 WORKING-STORAGE SECTION.
001390     COPY "runhdr.cpy".

001400 01  WS-SWITCHES.
001410     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001420         88  WS-EOF           VALUE "Y".
001430     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001440         88  WS-SORT-EOF      VALUE "Y".
001450     05  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
001460         88  WS-FOUND         VALUE "Y".
001470     05  WS-BACKUP-BAD-SWITCH PIC X(01) VALUE "N".
001480         88  WS-BACKUP-BAD    VALUE "Y".
001490     05  WS-CHAIN-PRIMED-SWITCH PIC X(01) VALUE "N".
001500         88  WS-CHAIN-PRIMED  VALUE "Y".
001510     05  WS-FIRST-BREAK-SWITCH PIC X(01) VALUE "Y".
001520         88  WS-FIRST-BREAK   VALUE "Y".
001530     05  WS-GROUP-ORIG-SWITCH PIC X(01) VALUE "N".
001540         88  WS-GROUP-HAS-ORIG VALUE "Y".

001550 01  WS-FILE-STATUSES.
001560     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001570     05  WS-IN-STATUS         PIC X(02) VALUE "00".
001580     05  WS-OUT-STATUS        PIC X(02) VALUE "00".
001590     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001600 01  WS-SEED                  PIC 9(05) VALUE 1.

001610 01  WS-COUNTERS COMP.
001620     05  WS-FILE-READ         PIC 9(07) VALUE ZERO.
001630     05  WS-FILE-WRITTEN      PIC 9(07) VALUE ZERO.
001640     05  WS-FILE-REPLACED     PIC 9(07) VALUE ZERO.
001650     05  WS-TOTAL-REPLACED    PIC 9(07) VALUE ZERO.
001660     05  WS-FILES-SKIPPED     PIC 9(03) VALUE ZERO.
001670     05  WS-VALUES-RELEASED   PIC 9(07) VALUE ZERO.
001680     05  WS-LEAKS             PIC 9(07) VALUE ZERO.
001690     05  WS-COINCIDENCES      PIC 9(07) VALUE ZERO.
001700     05  WS-TRAILER-COUNT     PIC 9(07) VALUE ZERO.

001710 01  WS-FILE-LABEL            PIC X(30).

001720*    STUDENT MASTER IMAGE - THE BACKUP RECORD, THE FRONT OF THE
001730*    ARCHIVE RECORD, AND EACH CHGHIST BEFORE/AFTER IMAGE.
001740 01  WS-STUD-IMAGE.
001750     05  WI-STUDENT-ID        PIC 9(08).
001760     05  WI-STUDENT-ID-X REDEFINES WI-STUDENT-ID
001770                              PIC X(08).
001780     05  WI-STUDENT-NAME      PIC X(15).
001790     05  WI-DATE-OF-BIRTH     PIC 9(08).
001800     05  WI-DOB-PARTS REDEFINES WI-DATE-OF-BIRTH.
001810         10  WI-DOB-YYYY      PIC 9(04).
001820         10  WI-DOB-MM        PIC 9(02).
001830         10  WI-DOB-DD        PIC 9(02).
001840     05  WI-REST              PIC X(05).

001850*    DEMOGRAPHICS IMAGE - THE STUDEMOG RECORD, THE FRONT OF THE
001860*    DEMOHIST RECORD, AND EACH DEMHIST BEFORE/AFTER IMAGE.
001870 01  WS-DEMOG-IMAGE.
001880     05  WD-STUDENT-ID        PIC 9(08).
001890     05  WD-STUDENT-ID-X REDEFINES WD-STUDENT-ID
001900                              PIC X(08).
001910     05  WD-ADDRESS-1         PIC X(25).
001920     05  WD-ADDRESS-2         PIC X(25).
001930     05  WD-CITY              PIC X(15).
001940     05  WD-STATE             PIC X(02).
001950     05  WD-ZIP.
001960         10  WD-ZIP-5         PIC X(05).
001970         10  WD-ZIP-4         PIC X(04).
001980     05  WD-PHONE             PIC X(10).
001990     05  WD-EMAIL             PIC X(30).
002000     05  WD-REST              PIC X(03).

002010*    FAKE-VALUE TABLES.
002020 01  WS-SURNAME-VALUES.
002030     05  FILLER PIC X(40)
002040         VALUE "ALDERMAN  BRANNIGAN CASTELLANODRUMMOND  ".
002050     05  FILLER PIC X(40)
002060         VALUE "ELLSWORTH FAIRBANKS GALLOWAY  HOLLOWAY  ".
002070     05  FILLER PIC X(40)
002080         VALUE "IVERSEN   JANKOWSKI KENWORTHY LINDQVIST ".
002090     05  FILLER PIC X(40)
002100         VALUE "MCALLISTERNAKAMURA  OKAFOR    PEMBERTON ".
002110     05  FILLER PIC X(40)
002120         VALUE "QUINTERO  ROCKWELL  SVENSSON  TREMBLAY  ".
002130 01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
002140     05  WS-SURNAME           OCCURS 20 TIMES PIC X(10).

002150 01  WS-FIRST-VALUES.
002160     05  FILLER PIC X(40)
002170         VALUE "ADRIAN  BEATRIX CALVIN  DELPHINEEMMETT  ".
002180     05  FILLER PIC X(40)
002190         VALUE "FLORA   GIDEON  HARRIET IGNATIUSJUNE    ".
002200     05  FILLER PIC X(40)
002210         VALUE "KASPER  LENORE  MILO    NOELLE  OSWALD  ".
002220     05  FILLER PIC X(40)
002230         VALUE "PHOEBE  QUENTIN ROSALINDSILAS   THEA    ".
002240 01  WS-FIRST-TABLE REDEFINES WS-FIRST-VALUES.
002250     05  WS-FIRST-NAME        OCCURS 20 TIMES PIC X(08).

002260 01  WS-STREET-VALUES.
002270     05  FILLER PIC X(42)
002280         VALUE "MAPLE AVE     OAKWOOD DR    HILLCREST RD  ".
002290     05  FILLER PIC X(42)
002300         VALUE "RIVERSIDE DR  LAKEVIEW TER  BIRCHWOOD LN  ".
002310     05  FILLER PIC X(42)
002320         VALUE "CEDAR ST      WILLOW CT     ASHFORD WAY   ".
002330     05  FILLER PIC X(14)
002340         VALUE "PINEHURST RD  ".
002350 01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
002360     05  WS-STREET            OCCURS 10 TIMES PIC X(14).

002370 01  WS-CITY-VALUES.
002380     05  FILLER PIC X(45)
002390         VALUE "FAIRVIEW       GREENVILLE     MADISON        ".
002400     05  FILLER PIC X(45)
002410         VALUE "CLINTON        SALEM          GEORGETOWN     ".
002420     05  FILLER PIC X(45)
002430         VALUE "ARLINGTON      ASHLAND        DOVER          ".
002440     05  FILLER PIC X(15)
002450         VALUE "MILTON         ".
002460 01  WS-CITY-TABLE REDEFINES WS-CITY-VALUES.
002470     05  WS-CITY              OCCURS 10 TIMES PIC X(15).

002480*    THE FAKES FOR ONE STUDENT, BUILT ONCE PER STUDENT ID.
002490 01  WS-FAKE-WORK.
002500     05  WS-FK-ID             PIC 9(08).
002510     05  WS-FK-LAST-ID        PIC 9(08) VALUE ZERO.
002520     05  WS-FK-BUILT-SWITCH   PIC X(01) VALUE "N".
002530         88  WS-FK-BUILT      VALUE "Y".
002540     05  WS-MIX               PIC 9(12).
002550     05  WS-MIX-A             PIC 9(07).
002560     05  WS-MIX-B             PIC 9(07).
002570     05  WS-QUOT              PIC 9(12).
002580     05  WS-Q1                PIC 9(07).
002590     05  WS-Q2                PIC 9(07).
002600     05  WS-R1                PIC 9(07).
002610     05  WS-R2                PIC 9(07).
002620     05  WS-SURNAME-SUB       PIC 9(02) COMP.
002630     05  WS-FIRST-SUB         PIC 9(02) COMP.
002640     05  WS-STREET-SUB        PIC 9(02) COMP.
002650     05  WS-CITY-SUB          PIC 9(02) COMP.
002660     05  WS-FAKE-NAME         PIC X(15).
002670     05  WS-FAKE-MM           PIC 9(02).
002680     05  WS-FAKE-DD           PIC 9(02).
002690     05  WS-FAKE-HOUSE        PIC 9(04).
002700     05  WS-FAKE-APT          PIC 9(03).
002710     05  WS-FAKE-ADDRESS-1    PIC X(25).
002720     05  WS-FAKE-ADDRESS-2    PIC X(25).
002730     05  WS-FAKE-CITY         PIC X(15).
002740     05  WS-FAKE-ZIP-5        PIC 9(05).
002750     05  WS-FAKE-ZIP-4        PIC 9(04).
002760     05  WS-FAKE-PHONE.
002770         10  FILLER           PIC X(03) VALUE "555".
002780         10  WS-FAKE-LINE     PIC 9(07).
002790     05  WS-FAKE-MAILNO       PIC 9(03).
002800     05  WS-FAKE-EMAIL        PIC X(30).

002810*    ONE VALUE FOR THE PROOF SORT.
002820 01  WS-PROOF-VALUE.
002830     05  WS-PV-TYPE           PIC X(02).
002840     05  WS-PV-VALUE          PIC X(30).

002850*    PROOF CONTROL BREAK - THE STUDENTS HOLDING THE CURRENT VALUE
002860*    AS AN ORIGINAL.
002870 01  WS-CURRENT-PII           PIC X(32) VALUE LOW-VALUES.
002880 01  WS-ORIG-ID-TABLE.
002890     05  WS-ORIG-ID-COUNT     PIC 9(03) COMP VALUE ZERO.
002900     05  WS-ORIG-ID           OCCURS 100 TIMES PIC 9(08).
002910 01  WS-ORIG-SUB              PIC 9(03) COMP.
002920 01  WS-TYPE-TEXT             PIC X(14).

002930*    BACKUP TRAILER AND HASH - SAME LAYOUT AND FOLD AS MASTUNLD.
002940 01  WS-TRAILER.
002950     05  WS-TRL-TAG           PIC X(03) VALUE "TRL".
002960     05  WS-TRL-COUNT         PIC 9(07).
002970     05  WS-TRL-HASH          PIC 9(09).
002980 01  WS-IN-TRAILER REDEFINES WS-TRAILER.
002990     05  FILLER               PIC X(03).
003000     05  WS-IN-TRL-COUNT      PIC 9(07).
003010     05  FILLER               PIC X(09).
003020 01  WS-HASH-TOTAL            PIC 9(09) VALUE ZERO.
003030 01  WS-HASH-WORK             PIC X(48).
003040 01  WS-CHAR-SUB              PIC 9(03) COMP.
003050 01  WS-CHAR-ORD              PIC 9(03).

003060*    CHGHIST CHAIN RESEAL WORK - SAME FOLD AS AUDCHAIN.  THE BODY
003070*    IS EVERYTHING AHEAD OF THE RUN SEQUENCE.
003080 01  WS-CHAIN-WORK.
003090     05  WS-HASH-SOURCE       PIC X(125).
003100     05  WS-SEGMENT-HASH      PIC 9(09).
003110     05  WS-OLD-BODY-HASH     PIC 9(09).
003120     05  WS-NEW-BODY-HASH     PIC 9(09).
003130     05  WS-PRIOR-CHAIN       PIC 9(09) VALUE ZERO.
003140     05  WS-LAST-CHAIN        PIC 9(09) VALUE ZERO.
003150     05  WS-LAST-SEQ          PIC 9(07) VALUE ZERO.
003160     05  WS-SEQ-NUMBER        PIC 9(07).
003170     05  WS-CHAIN-NUMBER      PIC 9(09).
003180     05  WS-CHAINS-RESEALED   PIC 9(07) VALUE ZERO.

003190 01  WS-EDIT-FIELDS.
003200     05  WS-COUNT-ED          PIC Z,ZZZ,ZZ9.
003210     05  WS-COUNT2-ED         PIC Z,ZZZ,ZZ9.
003220     05  WS-COUNT3-ED         PIC Z,ZZZ,ZZ9.

003230 01  WS-REPORT-LINE           PIC X(80).

003240 PROCEDURE DIVISION.

003250******************************************************************
003260* 0000-MAINLINE.
003270******************************************************************
003280 0000-MAINLINE.
003290     MOVE "DEIDENT" TO RH-PROGRAM-NAME.
003300     CALL "BIZDATE" USING RH-RUN-DATE.
003310     ACCEPT RH-RUN-TIME FROM TIME.
003320     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
003330         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
003340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003350     SORT SORT-WORK
003360         ON ASCENDING KEY PS-PII-TYPE
003370                          PS-PII-VALUE
003380                          PS-SOURCE
003390         INPUT PROCEDURE IS 1500-DEIDENTIFY-FILES
003400             THRU 1500-DEIDENTIFY-FILES-EXIT
003410         OUTPUT PROCEDURE IS 2000-PROVE
003420             THRU 2000-PROVE-EXIT.
003430     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
003440     ACCEPT RH-RUN-TIME FROM TIME.
003450     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
003460         RH-RUN-TIME.
003470     STOP RUN.

003480******************************************************************
003490* 1000-INITIALIZE - READ THE SEED AND START THE REPORT.  THE SEED
003500*                   IS NEVER PRINTED.
003510******************************************************************
003520 1000-INITIALIZE.
003530     OPEN INPUT DEIDENT-PARM.
003540     IF WS-PARM-STATUS = "00"
003550         READ DEIDENT-PARM
003560             AT END
003570                 CONTINUE
003580         END-READ
003590         IF WS-PARM-STATUS = "00"
003600                 AND DP-SEED IS NUMERIC
003610                 AND DP-SEED > ZERO
003620             MOVE DP-SEED TO WS-SEED
003630         END-IF
003640         CLOSE DEIDENT-PARM
003650     END-IF.

003660     OPEN OUTPUT DEIDENT-RPT.
003670     MOVE "DE-IDENTIFIED TEST-REGION COPY" TO WS-REPORT-LINE.
003680     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
003690     MOVE SPACES TO WS-REPORT-LINE.
003700     STRING "RUN DATE " DELIMITED BY SIZE
003710            RH-RUN-DATE DELIMITED BY SIZE
003720         INTO WS-REPORT-LINE.
003730     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
003740     MOVE SPACES TO WS-REPORT-LINE.
003750     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
003760     MOVE "FILE                               READ  WRITTEN"
003770         TO WS-REPORT-LINE.
003780     MOVE "REPLACED" TO WS-REPORT-LINE (51:8).
003790     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
003800 1000-INITIALIZE-EXIT.
003810     EXIT.

003820******************************************************************
003830* 1500-DEIDENTIFY-FILES - INPUT PROCEDURE: COPY EACH FILE WITH ITS
003840*                         PERSONAL DATA REPLACED, RELEASING EVERY
003850*                         ORIGINAL AND REPLACEMENT VALUE TO THE
003860*                         PROOF.
003870******************************************************************
003880 1500-DEIDENTIFY-FILES.
003890     PERFORM 1600-DO-BACKUP THRU 1600-DO-BACKUP-EXIT.
003900     PERFORM 1650-DO-DEMOG THRU 1650-DO-DEMOG-EXIT.
003910     PERFORM 1700-DO-STUDHIST THRU 1700-DO-STUDHIST-EXIT.
003920     PERFORM 1750-DO-DEMOHIST THRU 1750-DO-DEMOHIST-EXIT.
003930     PERFORM 1800-DO-CHGHIST THRU 1800-DO-CHGHIST-EXIT.
003940     PERFORM 1850-DO-DEMHIST THRU 1850-DO-DEMHIST-EXIT.
003950 1500-DEIDENTIFY-FILES-EXIT.
003960     EXIT.

003970******************************************************************
003980* 1600-DO-BACKUP - THE STUDENT MASTER BACKUP, WITH A NEW TRAILER.
003990*                  A USER-MASTER BACKUP OR A TRAILER THAT DOES NOT
004000*                  AGREE WITH THE RECORDS READ FAILS THE RUN.
004010******************************************************************
004020 1600-DO-BACKUP.
004030     MOVE "STUDENT MASTER BACKUP" TO WS-FILE-LABEL.
004040     PERFORM 1900-START-FILE THRU 1900-START-FILE-EXIT.
004050     OPEN INPUT BACKUP-IN.
004060     IF WS-IN-STATUS NOT = "00"
004070         PERFORM 1910-FILE-SKIPPED THRU 1910-FILE-SKIPPED-EXIT
004080         GO TO 1600-DO-BACKUP-EXIT
004090     END-IF.
004100     OPEN OUTPUT BACKUP-OUT.
004110     MOVE ZERO TO WS-HASH-TOTAL.
004120     MOVE ZERO TO WS-TRAILER-COUNT.
004130     PERFORM 1610-ONE-BACKUP THRU 1610-ONE-BACKUP-EXIT
004140         UNTIL WS-EOF.
004150     MOVE "TRL" TO WS-TRL-TAG.
004160     MOVE WS-FILE-WRITTEN TO WS-TRL-COUNT.
004170     MOVE WS-HASH-TOTAL TO WS-TRL-HASH.
004180     WRITE BO-BACKUP-RECORD FROM WS-TRAILER.
004190     CLOSE BACKUP-IN.
004200     CLOSE BACKUP-OUT.
004210     IF WS-TRAILER-COUNT NOT = WS-FILE-READ
004220         SET WS-BACKUP-BAD TO TRUE
004230     END-IF.
004240     PERFORM 1920-FILE-LINE THRU 1920-FILE-LINE-EXIT.
004250     IF WS-BACKUP-BAD
004260         MOVE "  ** BACKUP IS NOT A CLEAN STUDENT MASTER UNLOAD"
004270             TO WS-REPORT-LINE
004280         WRITE DR-REPORT-LINE FROM WS-REPORT-LINE
004290     END-IF.
004300 1600-DO-BACKUP-EXIT.
004310     EXIT.

004320 1610-ONE-BACKUP.
004330     READ BACKUP-IN
004340         AT END
004350             SET WS-EOF TO TRUE
004360             GO TO 1610-ONE-BACKUP-EXIT
004370     END-READ.
004380     IF BI-BACKUP-RECORD (1:3) = "TRL"
004390         MOVE BI-BACKUP-RECORD (1:19) TO WS-TRAILER
004400         MOVE WS-IN-TRL-COUNT TO WS-TRAILER-COUNT
004410         GO TO 1610-ONE-BACKUP-EXIT
004420     END-IF.
004430     ADD 1 TO WS-FILE-READ.
004440     MOVE BI-BACKUP-RECORD (1:36) TO WS-STUD-IMAGE.
004450     IF WI-STUDENT-ID-X IS NOT NUMERIC
004460         SET WS-BACKUP-BAD TO TRUE
004470     END-IF.
004480     PERFORM 4000-MASK-STUDENT-IMAGE
004490         THRU 4000-MASK-STUDENT-IMAGE-EXIT.
004500     MOVE BI-BACKUP-RECORD TO WS-HASH-WORK.
004510     MOVE WS-STUD-IMAGE TO WS-HASH-WORK (1:36).
004520     PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
004530             UNTIL WS-CHAR-SUB > 48
004540         COMPUTE WS-CHAR-ORD =
004550             FUNCTION ORD(WS-HASH-WORK (WS-CHAR-SUB:1))
004560         COMPUTE WS-HASH-TOTAL =
004570             FUNCTION MOD
004580             (WS-HASH-TOTAL + WS-CHAR-ORD 999999999)
004590     END-PERFORM.
004600     WRITE BO-BACKUP-RECORD FROM WS-HASH-WORK.
004610     ADD 1 TO WS-FILE-WRITTEN.
004620 1610-ONE-BACKUP-EXIT.
004630     EXIT.

004640******************************************************************
004650* 1650-DO-DEMOG - THE DEMOGRAPHICS FILE, IN KEY ORDER.
004660******************************************************************
004670 1650-DO-DEMOG.
004680     MOVE "DEMOGRAPHICS (STUDEMOG)" TO WS-FILE-LABEL.
004690     PERFORM 1900-START-FILE THRU 1900-START-FILE-EXIT.
004700     OPEN INPUT DEMOG-IN.
004710     IF WS-IN-STATUS NOT = "00"
004720         PERFORM 1910-FILE-SKIPPED THRU 1910-FILE-SKIPPED-EXIT
004730         GO TO 1650-DO-DEMOG-EXIT
004740     END-IF.
004750     OPEN OUTPUT DEMOG-OUT.
004760     PERFORM 1660-ONE-DEMOG THRU 1660-ONE-DEMOG-EXIT
004770         UNTIL WS-EOF.
004780     CLOSE DEMOG-IN.
004790     CLOSE DEMOG-OUT.
004800     PERFORM 1920-FILE-LINE THRU 1920-FILE-LINE-EXIT.
004810 1650-DO-DEMOG-EXIT.
004820     EXIT.

004830 1660-ONE-DEMOG.
004840     READ DEMOG-IN NEXT RECORD
004850         AT END
004860             SET WS-EOF TO TRUE
004870             GO TO 1660-ONE-DEMOG-EXIT
004880     END-READ.
004890     IF WS-IN-STATUS NOT = "00"
004900         SET WS-EOF TO TRUE
004910         GO TO 1660-ONE-DEMOG-EXIT
004920     END-IF.
004930     ADD 1 TO WS-FILE-READ.
004940     MOVE DG-DEMOG-RECORD TO WS-DEMOG-IMAGE.
004950     PERFORM 4100-MASK-DEMOG-IMAGE
004960         THRU 4100-MASK-DEMOG-IMAGE-EXIT.
004970     WRITE DO-DEMOG-RECORD FROM WS-DEMOG-IMAGE.
004980     ADD 1 TO WS-FILE-WRITTEN.
004990 1660-ONE-DEMOG-EXIT.
005000     EXIT.

005010******************************************************************
005020* 1700-DO-STUDHIST - THE ARCHIVED STUDENT MASTER RECORDS.
005030******************************************************************
005040 1700-DO-STUDHIST.
005050     MOVE "STUDENT ARCHIVE (STUDHIST)" TO WS-FILE-LABEL.
005060     PERFORM 1900-START-FILE THRU 1900-START-FILE-EXIT.
005070     OPEN INPUT STUDHIST-IN.
005080     IF WS-IN-STATUS NOT = "00"
005090         PERFORM 1910-FILE-SKIPPED THRU 1910-FILE-SKIPPED-EXIT
005100         GO TO 1700-DO-STUDHIST-EXIT
005110     END-IF.
005120     OPEN OUTPUT STUDHIST-OUT.
005130     PERFORM 1710-ONE-STUDHIST THRU 1710-ONE-STUDHIST-EXIT
005140         UNTIL WS-EOF.
005150     CLOSE STUDHIST-IN.
005160     CLOSE STUDHIST-OUT.
005170     PERFORM 1920-FILE-LINE THRU 1920-FILE-LINE-EXIT.
005180 1700-DO-STUDHIST-EXIT.
005190     EXIT.

005200 1710-ONE-STUDHIST.
005210     READ STUDHIST-IN
005220         AT END
005230             SET WS-EOF TO TRUE
005240             GO TO 1710-ONE-STUDHIST-EXIT
005250     END-READ.
005260     ADD 1 TO WS-FILE-READ.
005270     MOVE SH-HISTORY-RECORD (1:36) TO WS-STUD-IMAGE.
005280     PERFORM 4000-MASK-STUDENT-IMAGE
005290         THRU 4000-MASK-STUDENT-IMAGE-EXIT.
005300     MOVE WS-STUD-IMAGE TO SH-HISTORY-RECORD (1:36).
005310     WRITE SO-HISTORY-RECORD FROM SH-HISTORY-RECORD.
005320     ADD 1 TO WS-FILE-WRITTEN.
005330 1710-ONE-STUDHIST-EXIT.
005340     EXIT.

005350******************************************************************
005360* 1750-DO-DEMOHIST - THE ARCHIVED DEMOGRAPHICS RECORDS.
005370******************************************************************
005380 1750-DO-DEMOHIST.
005390     MOVE "DEMOGRAPHICS ARCHIVE (DEMOHIST)" TO WS-FILE-LABEL.
005400     PERFORM 1900-START-FILE THRU 1900-START-FILE-EXIT.
005410     OPEN INPUT DEMOHIST-IN.
005420     IF WS-IN-STATUS NOT = "00"
005430         PERFORM 1910-FILE-SKIPPED THRU 1910-FILE-SKIPPED-EXIT
005440         GO TO 1750-DO-DEMOHIST-EXIT
005450     END-IF.
005460     OPEN OUTPUT DEMOHIST-OUT.
005470     PERFORM 1760-ONE-DEMOHIST THRU 1760-ONE-DEMOHIST-EXIT
005480         UNTIL WS-EOF.
005490     CLOSE DEMOHIST-IN.
005500     CLOSE DEMOHIST-OUT.
005510     PERFORM 1920-FILE-LINE THRU 1920-FILE-LINE-EXIT.
005520 1750-DO-DEMOHIST-EXIT.
005530     EXIT.

005540 1760-ONE-DEMOHIST.
005550     READ DEMOHIST-IN
005560         AT END
005570             SET WS-EOF TO TRUE
005580             GO TO 1760-ONE-DEMOHIST-EXIT
005590     END-READ.
005600     ADD 1 TO WS-FILE-READ.
005610     MOVE DA-DEMOG-HISTORY-RECORD (1:127) TO WS-DEMOG-IMAGE.
005620     PERFORM 4100-MASK-DEMOG-IMAGE
005630         THRU 4100-MASK-DEMOG-IMAGE-EXIT.
005640     MOVE WS-DEMOG-IMAGE TO DA-DEMOG-HISTORY-RECORD (1:127).
005650     WRITE AO-DEMOG-HISTORY-RECORD FROM DA-DEMOG-HISTORY-RECORD.
005660     ADD 1 TO WS-FILE-WRITTEN.
005670 1760-ONE-DEMOHIST-EXIT.
005680     EXIT.

005690******************************************************************
005700* 1800-DO-CHGHIST - THE STUDENT MASTER CHANGE HISTORY, BOTH
005710*                   IMAGES, WITH THE AUDIT CHAIN RESEALED.
005720******************************************************************
005730 1800-DO-CHGHIST.
005740     MOVE "MASTER CHANGE HISTORY (CHGHIST)" TO WS-FILE-LABEL.
005750     PERFORM 1900-START-FILE THRU 1900-START-FILE-EXIT.
005760     OPEN INPUT CHGHIST-IN.
005770     IF WS-IN-STATUS NOT = "00"
005780         PERFORM 1910-FILE-SKIPPED THRU 1910-FILE-SKIPPED-EXIT
005790         GO TO 1800-DO-CHGHIST-EXIT
005800     END-IF.
005810     OPEN OUTPUT CHGHIST-OUT.
005820     PERFORM 1810-ONE-CHGHIST THRU 1810-ONE-CHGHIST-EXIT
005830         UNTIL WS-EOF.
005840     CLOSE CHGHIST-IN.
005850     CLOSE CHGHIST-OUT.
005860     PERFORM 1920-FILE-LINE THRU 1920-FILE-LINE-EXIT.
005870 1800-DO-CHGHIST-EXIT.
005880     EXIT.

005890 1810-ONE-CHGHIST.
005900     READ CHGHIST-IN
005910         AT END
005920             SET WS-EOF TO TRUE
005930             GO TO 1810-ONE-CHGHIST-EXIT
005940     END-READ.
005950     ADD 1 TO WS-FILE-READ.
005960     IF NOT WS-CHAIN-PRIMED
005970         MOVE CH-CHANGE-RECORD TO WS-HASH-SOURCE
005980         PERFORM 1890-FOLD-BODY THRU 1890-FOLD-BODY-EXIT
005990         MOVE WS-SEGMENT-HASH TO WS-OLD-BODY-HASH
006000     END-IF.
006010     IF CH-OLD-IMAGE NOT = SPACES
006020         MOVE CH-OLD-IMAGE TO WS-STUD-IMAGE
006030         PERFORM 4000-MASK-STUDENT-IMAGE
006040             THRU 4000-MASK-STUDENT-IMAGE-EXIT
006050         MOVE WS-STUD-IMAGE TO CH-OLD-IMAGE
006060     END-IF.
006070     IF CH-NEW-IMAGE NOT = SPACES
006080         MOVE CH-NEW-IMAGE TO WS-STUD-IMAGE
006090         PERFORM 4000-MASK-STUDENT-IMAGE
006100             THRU 4000-MASK-STUDENT-IMAGE-EXIT
006110         MOVE WS-STUD-IMAGE TO CH-NEW-IMAGE
006120     END-IF.
006130     PERFORM 1880-RESEAL-CHAIN THRU 1880-RESEAL-CHAIN-EXIT.
006140     WRITE CO-CHANGE-RECORD FROM CH-CHANGE-RECORD.
006150     ADD 1 TO WS-FILE-WRITTEN.
006160 1810-ONE-CHGHIST-EXIT.
006170     EXIT.

006180******************************************************************
006190* 1880-RESEAL-CHAIN - RECOMPUTE THE CHAIN CHECK OVER THE NEW
006200*                     BODY.  THE FIRST ENTRY'S PRIOR CHAIN IS
006210*                     BACKED OUT OF ITS OLD CHECK SO THE LINK TO
006220*                     ANY ALREADY-PURGED ENTRY SURVIVES.
006230******************************************************************
006240 1880-RESEAL-CHAIN.
006250     MOVE ZERO TO WS-SEQ-NUMBER.
006260     IF CH-RUN-SEQ IS NUMERIC
006270         MOVE CH-RUN-SEQ TO WS-SEQ-NUMBER
006280     END-IF.
006290     IF NOT WS-CHAIN-PRIMED
006300         MOVE ZERO TO WS-PRIOR-CHAIN
006310         IF CH-CHAIN-CHECK IS NUMERIC
006320             COMPUTE WS-PRIOR-CHAIN = FUNCTION MOD
006330                 (CH-CHAIN-CHECK + 1999999998
006340                 - WS-OLD-BODY-HASH - WS-SEQ-NUMBER 999999999)
006350         END-IF
006360         SET WS-CHAIN-PRIMED TO TRUE
006370     END-IF.
006380     MOVE CH-CHANGE-RECORD TO WS-HASH-SOURCE.
006390     PERFORM 1890-FOLD-BODY THRU 1890-FOLD-BODY-EXIT.
006400     MOVE WS-SEGMENT-HASH TO WS-NEW-BODY-HASH.
006410     COMPUTE WS-CHAIN-NUMBER = FUNCTION MOD
006420         (WS-PRIOR-CHAIN + WS-NEW-BODY-HASH
006430         + WS-SEQ-NUMBER 999999999).
006440     MOVE WS-CHAIN-NUMBER TO CH-CHAIN-CHECK.
006450     MOVE WS-CHAIN-NUMBER TO WS-PRIOR-CHAIN.
006460     MOVE WS-CHAIN-NUMBER TO WS-LAST-CHAIN.
006470     MOVE WS-SEQ-NUMBER TO WS-LAST-SEQ.
006480     ADD 1 TO WS-CHAINS-RESEALED.
006490 1880-RESEAL-CHAIN-EXIT.
006500     EXIT.

006510******************************************************************
006520* 1890-FOLD-BODY - ADDITIVE ORD/MOD HASH OF THE 109-BYTE CHGHIST
006530*                  BODY IN WS-HASH-SOURCE.
006540******************************************************************
006550 1890-FOLD-BODY.
006560     MOVE ZERO TO WS-SEGMENT-HASH.
006570     PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
006580             UNTIL WS-CHAR-SUB > 109
006590         COMPUTE WS-CHAR-ORD =
006600             FUNCTION ORD(WS-HASH-SOURCE (WS-CHAR-SUB:1))
006610         COMPUTE WS-SEGMENT-HASH =
006620             FUNCTION MOD
006630             (WS-SEGMENT-HASH + WS-CHAR-ORD 999999999)
006640     END-PERFORM.
006650 1890-FOLD-BODY-EXIT.
006660     EXIT.

006670******************************************************************
006680* 1850-DO-DEMHIST - THE DEMOGRAPHICS CHANGE HISTORY, BOTH IMAGES.
006690******************************************************************
006700 1850-DO-DEMHIST.
006710     MOVE "DEMOG CHANGE HISTORY (DEMHIST)" TO WS-FILE-LABEL.
006720     PERFORM 1900-START-FILE THRU 1900-START-FILE-EXIT.
006730     OPEN INPUT DEMHIST-IN.
006740     IF WS-IN-STATUS NOT = "00"
006750         PERFORM 1910-FILE-SKIPPED THRU 1910-FILE-SKIPPED-EXIT
006760         GO TO 1850-DO-DEMHIST-EXIT
006770     END-IF.
006780     OPEN OUTPUT DEMHIST-OUT.
006790     PERFORM 1860-ONE-DEMHIST THRU 1860-ONE-DEMHIST-EXIT
006800         UNTIL WS-EOF.
006810     CLOSE DEMHIST-IN.
006820     CLOSE DEMHIST-OUT.
006830     PERFORM 1920-FILE-LINE THRU 1920-FILE-LINE-EXIT.
006840 1850-DO-DEMHIST-EXIT.
006850     EXIT.

006860 1860-ONE-DEMHIST.
006870     READ DEMHIST-IN
006880         AT END
006890             SET WS-EOF TO TRUE
006900             GO TO 1860-ONE-DEMHIST-EXIT
006910     END-READ.
006920     ADD 1 TO WS-FILE-READ.
006930     IF DH-OLD-IMAGE NOT = SPACES
006940         MOVE DH-OLD-IMAGE TO WS-DEMOG-IMAGE
006950         PERFORM 4100-MASK-DEMOG-IMAGE
006960             THRU 4100-MASK-DEMOG-IMAGE-EXIT
006970         MOVE WS-DEMOG-IMAGE TO DH-OLD-IMAGE
006980     END-IF.
006990     IF DH-NEW-IMAGE NOT = SPACES
007000         MOVE DH-NEW-IMAGE TO WS-DEMOG-IMAGE
007010         PERFORM 4100-MASK-DEMOG-IMAGE
007020             THRU 4100-MASK-DEMOG-IMAGE-EXIT
007030         MOVE WS-DEMOG-IMAGE TO DH-NEW-IMAGE
007040     END-IF.
007050     WRITE HO-DEMOG-CHANGE-RECORD FROM DH-DEMOG-CHANGE-RECORD.
007060     ADD 1 TO WS-FILE-WRITTEN.
007070 1860-ONE-DEMHIST-EXIT.
007080     EXIT.

007090******************************************************************
007100* 1900-START-FILE - RESET THE PER-FILE COUNTS.
007110******************************************************************
007120 1900-START-FILE.
007130     MOVE "N" TO WS-EOF-SWITCH.
007140     MOVE ZERO TO WS-FILE-READ.
007150     MOVE ZERO TO WS-FILE-WRITTEN.
007160     MOVE ZERO TO WS-FILE-REPLACED.
007170 1900-START-FILE-EXIT.
007180     EXIT.

007190******************************************************************
007200* 1910-FILE-SKIPPED - NOTE AN INPUT FILE THAT IS NOT THERE.
007210******************************************************************
007220 1910-FILE-SKIPPED.
007230     ADD 1 TO WS-FILES-SKIPPED.
007240     MOVE SPACES TO WS-REPORT-LINE.
007250     STRING WS-FILE-LABEL          DELIMITED BY SIZE
007260            "  NOT PRESENT - SKIPPED" DELIMITED BY SIZE
007270         INTO WS-REPORT-LINE.
007280     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
007290 1910-FILE-SKIPPED-EXIT.
007300     EXIT.

007310******************************************************************
007320* 1920-FILE-LINE - ONE FILE'S COUNTS.
007330******************************************************************
007340 1920-FILE-LINE.
007350     MOVE WS-FILE-READ TO WS-COUNT-ED.
007360     MOVE WS-FILE-WRITTEN TO WS-COUNT2-ED.
007370     MOVE WS-FILE-REPLACED TO WS-COUNT3-ED.
007380     MOVE SPACES TO WS-REPORT-LINE.
007390     STRING WS-FILE-LABEL DELIMITED BY SIZE
007400            WS-COUNT-ED   DELIMITED BY SIZE
007410            WS-COUNT2-ED  DELIMITED BY SIZE
007420            " "           DELIMITED BY SIZE
007430            WS-COUNT3-ED  DELIMITED BY SIZE
007440         INTO WS-REPORT-LINE.
007450     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
007460 1920-FILE-LINE-EXIT.
007470     EXIT.

007480******************************************************************
007490* 2000-PROVE - OUTPUT PROCEDURE: EVERY PERSONAL VALUE IN SORTED
007500*              ORDER, ORIGINALS AHEAD OF REPLACEMENTS.  A
007510*              REPLACEMENT THAT MATCHES AN ORIGINAL SURVIVED.
007520******************************************************************
007530 2000-PROVE.
007540     MOVE SPACES TO WS-REPORT-LINE.
007550     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
007560     MOVE "SURVIVING VALUES (BY STUDENT ID - VALUES NOT SHOWN)"
007570         TO WS-REPORT-LINE.
007580     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
007590     PERFORM 2100-RETURN-VALUE THRU 2100-RETURN-VALUE-EXIT.
007600     PERFORM 2200-ONE-VALUE THRU 2200-ONE-VALUE-EXIT
007610         UNTIL WS-SORT-EOF.
007620     IF WS-LEAKS = ZERO AND WS-COINCIDENCES = ZERO
007630         MOVE "  (NONE)" TO WS-REPORT-LINE
007640         WRITE DR-REPORT-LINE FROM WS-REPORT-LINE
007650     END-IF.
007660 2000-PROVE-EXIT.
007670     EXIT.

007680******************************************************************
007690* 2100-RETURN-VALUE - GET THE NEXT SORTED VALUE.
007700******************************************************************
007710 2100-RETURN-VALUE.
007720     RETURN SORT-WORK
007730         AT END
007740             SET WS-SORT-EOF TO TRUE
007750     END-RETURN.
007760 2100-RETURN-VALUE-EXIT.
007770     EXIT.

007780******************************************************************
007790* 2200-ONE-VALUE - BREAK ON A NEW VALUE; TABLE THE STUDENTS WHO
007800*                  HELD IT AS AN ORIGINAL, AND CHECK EACH
007810*                  REPLACEMENT AGAINST THEM.
007820******************************************************************
007830 2200-ONE-VALUE.
007840     IF PS-SORT-RECORD (1:32) NOT = WS-CURRENT-PII
007850             OR WS-FIRST-BREAK
007860         MOVE PS-SORT-RECORD (1:32) TO WS-CURRENT-PII
007870         MOVE "N" TO WS-FIRST-BREAK-SWITCH
007880         MOVE "N" TO WS-GROUP-ORIG-SWITCH
007890         MOVE ZERO TO WS-ORIG-ID-COUNT
007900     END-IF.

007910     IF PS-ORIGINAL
007920         SET WS-GROUP-HAS-ORIG TO TRUE
007930         IF WS-ORIG-ID-COUNT < 100
007940             ADD 1 TO WS-ORIG-ID-COUNT
007950             MOVE PS-STUDENT-ID TO WS-ORIG-ID (WS-ORIG-ID-COUNT)
007960         END-IF
007970         GO TO 2200-NEXT-VALUE
007980     END-IF.
007990     IF NOT WS-GROUP-HAS-ORIG
008000         GO TO 2200-NEXT-VALUE
008010     END-IF.

008020     MOVE "N" TO WS-FOUND-SWITCH.
008030     PERFORM VARYING WS-ORIG-SUB FROM 1 BY 1
008040             UNTIL WS-ORIG-SUB > WS-ORIG-ID-COUNT OR WS-FOUND
008050         IF WS-ORIG-ID (WS-ORIG-SUB) = PS-STUDENT-ID
008060             SET WS-FOUND TO TRUE
008070         END-IF
008080     END-PERFORM.
008090     EVALUATE PS-PII-TYPE
008100         WHEN "NM"
008110             MOVE "NAME" TO WS-TYPE-TEXT
008120         WHEN "A1"
008130             MOVE "ADDRESS LINE 1" TO WS-TYPE-TEXT
008140         WHEN "PH"
008150             MOVE "PHONE" TO WS-TYPE-TEXT
008160         WHEN OTHER
008170             MOVE "E-MAIL" TO WS-TYPE-TEXT
008180     END-EVALUATE.
008190     MOVE SPACES TO WS-REPORT-LINE.
008200     IF WS-FOUND
008210         ADD 1 TO WS-LEAKS
008220         STRING "  LEAK         " DELIMITED BY SIZE
008230                WS-TYPE-TEXT      DELIMITED BY SIZE
008240                "  STUDENT "      DELIMITED BY SIZE
008250                PS-STUDENT-ID     DELIMITED BY SIZE
008260             INTO WS-REPORT-LINE
008270     ELSE
008280         ADD 1 TO WS-COINCIDENCES
008290         STRING "  COINCIDENCE  " DELIMITED BY SIZE
008300                WS-TYPE-TEXT      DELIMITED BY SIZE
008310                "  STUDENT "      DELIMITED BY SIZE
008320                PS-STUDENT-ID     DELIMITED BY SIZE
008330                "  (ANOTHER STUDENT'S REAL VALUE)"
008340                                  DELIMITED BY SIZE
008350             INTO WS-REPORT-LINE
008360     END-IF.
008370     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.

008380 2200-NEXT-VALUE.
008390     PERFORM 2100-RETURN-VALUE THRU 2100-RETURN-VALUE-EXIT.
008400 2200-ONE-VALUE-EXIT.
008410     EXIT.

008420******************************************************************
008430* 3000-FINISH - THE PROOF VERDICT, THE CHAIN VALUES, AND THE RC.
008440******************************************************************
008450 3000-FINISH.
008460     MOVE SPACES TO WS-REPORT-LINE.
008470     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
008480     MOVE WS-TOTAL-REPLACED TO WS-COUNT-ED.
008490     MOVE SPACES TO WS-REPORT-LINE.
008500     STRING "FIELDS REPLACED:          " DELIMITED BY SIZE
008510            WS-COUNT-ED                  DELIMITED BY SIZE
008520         INTO WS-REPORT-LINE.
008530     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
008540     MOVE WS-VALUES-RELEASED TO WS-COUNT-ED.
008550     MOVE SPACES TO WS-REPORT-LINE.
008560     STRING "VALUES CROSS-CHECKED:     " DELIMITED BY SIZE
008570            WS-COUNT-ED                  DELIMITED BY SIZE
008580         INTO WS-REPORT-LINE.
008590     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
008600     MOVE WS-LEAKS TO WS-COUNT-ED.
008610     MOVE SPACES TO WS-REPORT-LINE.
008620     STRING "LEAKS:                    " DELIMITED BY SIZE
008630            WS-COUNT-ED                  DELIMITED BY SIZE
008640         INTO WS-REPORT-LINE.
008650     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
008660     MOVE WS-COINCIDENCES TO WS-COUNT-ED.
008670     MOVE SPACES TO WS-REPORT-LINE.
008680     STRING "COINCIDENCES:             " DELIMITED BY SIZE
008690            WS-COUNT-ED                  DELIMITED BY SIZE
008700         INTO WS-REPORT-LINE.
008710     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
008720     IF WS-CHAINS-RESEALED > ZERO
008730         MOVE SPACES TO WS-REPORT-LINE
008740         STRING "CHGHIST RESEALED - AUDCHCTL C SLOT SEQ "
008750                                    DELIMITED BY SIZE
008760                WS-LAST-SEQ         DELIMITED BY SIZE
008770                " CHAIN "           DELIMITED BY SIZE
008780                WS-LAST-CHAIN       DELIMITED BY SIZE
008790             INTO WS-REPORT-LINE
008800         WRITE DR-REPORT-LINE FROM WS-REPORT-LINE
008810     END-IF.

008820     MOVE SPACES TO WS-REPORT-LINE.
008830     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
008840     EVALUATE TRUE
008850         WHEN WS-LEAKS > ZERO OR WS-BACKUP-BAD
008860             MOVE "PROOF FAILED - DO NOT RELEASE THIS COPY"
008870                 TO WS-REPORT-LINE
008880             MOVE 8 TO RETURN-CODE
008890         WHEN WS-COINCIDENCES > ZERO
008900             MOVE "PROOF: NO STUDENT KEEPS AN ORIGINAL VALUE"
008910                 TO WS-REPORT-LINE
008920             MOVE " - REVIEW THE COINCIDENCES"
008930                 TO WS-REPORT-LINE (42:26)
008940             MOVE 4 TO RETURN-CODE
008950         WHEN OTHER
008960             MOVE "PROOF: NO ORIGINAL PERSONAL VALUE SURVIVES"
008970                 TO WS-REPORT-LINE
008980             MOVE 0 TO RETURN-CODE
008990     END-EVALUATE.
009000     WRITE DR-REPORT-LINE FROM WS-REPORT-LINE.
009010     CLOSE DEIDENT-RPT.
009020 3000-FINISH-EXIT.
009030     EXIT.

009040******************************************************************
009050* 4000-MASK-STUDENT-IMAGE - REPLACE THE NAME AND BIRTH DATE IN
009060*                           WS-STUD-IMAGE.
009070******************************************************************
009080 4000-MASK-STUDENT-IMAGE.
009090     IF WI-STUDENT-ID-X IS NOT NUMERIC
009100         GO TO 4000-MASK-STUDENT-IMAGE-EXIT
009110     END-IF.
009120     MOVE WI-STUDENT-ID TO WS-FK-ID.
009130     PERFORM 4500-BUILD-FAKES THRU 4500-BUILD-FAKES-EXIT.

009140     IF WI-STUDENT-NAME NOT = SPACES
009150         MOVE "NM" TO WS-PV-TYPE
009160         MOVE WI-STUDENT-NAME TO WS-PV-VALUE
009170         PERFORM 4900-RELEASE-ORIGINAL
009180             THRU 4900-RELEASE-ORIGINAL-EXIT
009190         IF WS-FAKE-NAME = WI-STUDENT-NAME
009200             PERFORM 4520-NEXT-SURNAME THRU 4520-NEXT-SURNAME-EXIT
009210         END-IF
009220         MOVE WS-FAKE-NAME TO WI-STUDENT-NAME
009230         MOVE WS-FAKE-NAME TO WS-PV-VALUE
009240         PERFORM 4910-RELEASE-REPLACEMENT
009250             THRU 4910-RELEASE-REPLACEMENT-EXIT
009260     END-IF.

009270*    THE YEAR STAYS, SO THE AGE AND THE ORDER AGAINST EVERY OTHER
009280*    DATE ON THE STUDENT HOLD.
009290     IF WI-DATE-OF-BIRTH IS NUMERIC
009300             AND WI-DATE-OF-BIRTH NOT = ZERO
009310         IF WI-DOB-MM = WS-FAKE-MM AND WI-DOB-DD = WS-FAKE-DD
009320             IF WS-FAKE-DD = 28
009330                 MOVE 1 TO WI-DOB-DD
009340             ELSE
009350                 ADD 1 TO WS-FAKE-DD GIVING WI-DOB-DD
009360             END-IF
009370         ELSE
009380             MOVE WS-FAKE-DD TO WI-DOB-DD
009390         END-IF
009400         MOVE WS-FAKE-MM TO WI-DOB-MM
009410         PERFORM 4990-COUNT-REPLACED THRU 4990-COUNT-REPLACED-EXIT
009420     END-IF.
009430 4000-MASK-STUDENT-IMAGE-EXIT.
009440     EXIT.

009450******************************************************************
009460* 4100-MASK-DEMOG-IMAGE - REPLACE THE ADDRESS, CITY, ZIP, PHONE
009470*                         AND E-MAIL IN WS-DEMOG-IMAGE.  STATE,
009480*                         SUPPRESSION FLAG AND CAMPUS STAY.
009490******************************************************************
009500 4100-MASK-DEMOG-IMAGE.
009510     IF WD-STUDENT-ID-X IS NOT NUMERIC
009520         GO TO 4100-MASK-DEMOG-IMAGE-EXIT
009530     END-IF.
009540     MOVE WD-STUDENT-ID TO WS-FK-ID.
009550     PERFORM 4500-BUILD-FAKES THRU 4500-BUILD-FAKES-EXIT.

009560     IF WD-ADDRESS-1 NOT = SPACES
009570         MOVE "A1" TO WS-PV-TYPE
009580         MOVE WD-ADDRESS-1 TO WS-PV-VALUE
009590         PERFORM 4900-RELEASE-ORIGINAL
009600             THRU 4900-RELEASE-ORIGINAL-EXIT
009610         MOVE WS-FAKE-ADDRESS-1 TO WD-ADDRESS-1
009620         MOVE WS-FAKE-ADDRESS-1 TO WS-PV-VALUE
009630         PERFORM 4910-RELEASE-REPLACEMENT
009640             THRU 4910-RELEASE-REPLACEMENT-EXIT
009650     END-IF.
009660     IF WD-ADDRESS-2 NOT = SPACES
009670         IF WD-ADDRESS-2 = WS-FAKE-ADDRESS-2
009680             MOVE "APT 1A" TO WD-ADDRESS-2
009690         ELSE
009700             MOVE WS-FAKE-ADDRESS-2 TO WD-ADDRESS-2
009710         END-IF
009720         PERFORM 4990-COUNT-REPLACED THRU 4990-COUNT-REPLACED-EXIT
009730     END-IF.
009740     IF WD-CITY NOT = SPACES
009750         IF WD-CITY = WS-FAKE-CITY
009760             IF WS-CITY-SUB = 10
009770                 MOVE WS-CITY (1) TO WD-CITY
009780             ELSE
009790                 MOVE WS-CITY (WS-CITY-SUB + 1) TO WD-CITY
009800             END-IF
009810         ELSE
009820             MOVE WS-FAKE-CITY TO WD-CITY
009830         END-IF
009840         PERFORM 4990-COUNT-REPLACED THRU 4990-COUNT-REPLACED-EXIT
009850     END-IF.
009860     IF WD-ZIP-5 NOT = SPACES
009870         IF WD-ZIP-5 = WS-FAKE-ZIP-5
009880             MOVE "00000" TO WD-ZIP-5
009890         ELSE
009900             MOVE WS-FAKE-ZIP-5 TO WD-ZIP-5
009910         END-IF
009920         IF WD-ZIP-4 NOT = SPACES
009930             MOVE WS-FAKE-ZIP-4 TO WD-ZIP-4
009940         END-IF
009950         PERFORM 4990-COUNT-REPLACED THRU 4990-COUNT-REPLACED-EXIT
009960     END-IF.
009970     IF WD-PHONE NOT = SPACES
009980         MOVE "PH" TO WS-PV-TYPE
009990         MOVE WD-PHONE TO WS-PV-VALUE
010000         PERFORM 4900-RELEASE-ORIGINAL
010010             THRU 4900-RELEASE-ORIGINAL-EXIT
010020         MOVE WS-FAKE-PHONE TO WD-PHONE
010030         MOVE WS-FAKE-PHONE TO WS-PV-VALUE
010040         PERFORM 4910-RELEASE-REPLACEMENT
010050             THRU 4910-RELEASE-REPLACEMENT-EXIT
010060     END-IF.
010070     IF WD-EMAIL NOT = SPACES
010080         MOVE "EM" TO WS-PV-TYPE
010090         MOVE WD-EMAIL TO WS-PV-VALUE
010100         PERFORM 4900-RELEASE-ORIGINAL
010110             THRU 4900-RELEASE-ORIGINAL-EXIT
010120         MOVE WS-FAKE-EMAIL TO WD-EMAIL
010130         MOVE WS-FAKE-EMAIL TO WS-PV-VALUE
010140         PERFORM 4910-RELEASE-REPLACEMENT
010150             THRU 4910-RELEASE-REPLACEMENT-EXIT
010160     END-IF.
010170 4100-MASK-DEMOG-IMAGE-EXIT.
010180     EXIT.

010190******************************************************************
010200* 4500-BUILD-FAKES - EVERY FAKE VALUE FOR STUDENT WS-FK-ID, FROM
010210*                    TWO MIXES OF THE ID AND THE SEED.  REBUILT
010220*                    ONLY WHEN THE STUDENT CHANGES.
010230******************************************************************
010240 4500-BUILD-FAKES.
010250     IF WS-FK-BUILT AND WS-FK-ID = WS-FK-LAST-ID
010260         GO TO 4500-BUILD-FAKES-EXIT
010270     END-IF.
010280     MOVE WS-FK-ID TO WS-FK-LAST-ID.
010290     SET WS-FK-BUILT TO TRUE.

010300     COMPUTE WS-MIX = WS-FK-ID * 37 + WS-SEED * 101.
010310     DIVIDE WS-MIX BY 99991 GIVING WS-QUOT REMAINDER WS-MIX-A.
010320     COMPUTE WS-MIX = WS-FK-ID * 53 + WS-SEED * 13.
010330     DIVIDE WS-MIX BY 99989 GIVING WS-QUOT REMAINDER WS-MIX-B.

010340     DIVIDE WS-MIX-A BY 20 GIVING WS-Q1 REMAINDER WS-R1.
010350     COMPUTE WS-SURNAME-SUB = WS-R1 + 1.
010360     DIVIDE WS-Q1 BY 20 GIVING WS-Q2 REMAINDER WS-R2.
010370     COMPUTE WS-FIRST-SUB = WS-R2 + 1.
010380     PERFORM 4510-COMPOSE-NAME THRU 4510-COMPOSE-NAME-EXIT.

010390     DIVIDE WS-MIX-A BY 12 GIVING WS-Q1 REMAINDER WS-R1.
010400     COMPUTE WS-FAKE-MM = WS-R1 + 1.
010410     DIVIDE WS-MIX-B BY 28 GIVING WS-Q1 REMAINDER WS-R1.
010420     COMPUTE WS-FAKE-DD = WS-R1 + 1.

010430     DIVIDE WS-MIX-B BY 10 GIVING WS-Q1 REMAINDER WS-R1.
010440     COMPUTE WS-STREET-SUB = WS-R1 + 1.
010450     DIVIDE WS-Q1 BY 10 GIVING WS-Q2 REMAINDER WS-R2.
010460     COMPUTE WS-CITY-SUB = WS-R2 + 1.
010470     DIVIDE WS-MIX-B BY 9000 GIVING WS-Q1 REMAINDER WS-R1.
010480     COMPUTE WS-FAKE-HOUSE = WS-R1 + 100.
010490     DIVIDE WS-MIX-A BY 900 GIVING WS-Q1 REMAINDER WS-R1.
010500     COMPUTE WS-FAKE-APT = WS-R1 + 100.
010510     MOVE SPACES TO WS-FAKE-ADDRESS-1.
010520     STRING WS-FAKE-HOUSE             DELIMITED BY SIZE
010530            " "                       DELIMITED BY SIZE
010540            WS-STREET (WS-STREET-SUB) DELIMITED BY SIZE
010550         INTO WS-FAKE-ADDRESS-1.
010560     MOVE SPACES TO WS-FAKE-ADDRESS-2.
010570     STRING "APT "      DELIMITED BY SIZE
010580            WS-FAKE-APT DELIMITED BY SIZE
010590         INTO WS-FAKE-ADDRESS-2.
010600     MOVE WS-CITY (WS-CITY-SUB) TO WS-FAKE-CITY.

010610     COMPUTE WS-MIX = WS-MIX-A * 7 + WS-MIX-B.
010620     DIVIDE WS-MIX BY 90000 GIVING WS-QUOT REMAINDER WS-R1.
010630     COMPUTE WS-FAKE-ZIP-5 = WS-R1 + 10000.
010640     DIVIDE WS-MIX-A BY 9000 GIVING WS-Q1 REMAINDER WS-R1.
010650     COMPUTE WS-FAKE-ZIP-4 = WS-R1 + 1000.

010660     COMPUTE WS-MIX = WS-FK-ID * 7919 + WS-SEED.
010670     DIVIDE WS-MIX BY 10000000 GIVING WS-QUOT REMAINDER WS-R1.
010680     MOVE WS-R1 TO WS-FAKE-LINE.
010690 4500-BUILD-FAKES-EXIT.
010700     EXIT.

010710******************************************************************
010720* 4510-COMPOSE-NAME - "SURNAME FIRSTNAME" AND THE MATCHING E-MAIL.
010730******************************************************************
010740 4510-COMPOSE-NAME.
010750     MOVE SPACES TO WS-FAKE-NAME.
010760     STRING WS-SURNAME (WS-SURNAME-SUB)  DELIMITED BY SPACE
010770            " "                          DELIMITED BY SIZE
010780            WS-FIRST-NAME (WS-FIRST-SUB) DELIMITED BY SPACE
010790         INTO WS-FAKE-NAME.
010800     DIVIDE WS-MIX-A BY 1000 GIVING WS-Q1 REMAINDER WS-R1.
010810     MOVE WS-R1 TO WS-FAKE-MAILNO.
010820     MOVE SPACES TO WS-FAKE-EMAIL.
010830     STRING WS-FIRST-NAME (WS-FIRST-SUB) (1:1) DELIMITED BY SIZE
010840            WS-SURNAME (WS-SURNAME-SUB)  DELIMITED BY SPACE
010850            WS-FAKE-MAILNO               DELIMITED BY SIZE
010860            "@EXAMPLE.ORG"               DELIMITED BY SIZE
010870         INTO WS-FAKE-EMAIL.
010880 4510-COMPOSE-NAME-EXIT.
010890     EXIT.

010900******************************************************************
010910* 4520-NEXT-SURNAME - THE FAKE NAME CAME OUT AS THE STUDENT'S
010920*                     REAL ONE; MOVE TO THE NEXT SURNAME.
010930******************************************************************
010940 4520-NEXT-SURNAME.
010950     IF WS-SURNAME-SUB = 20
010960         MOVE 1 TO WS-SURNAME-SUB
010970     ELSE
010980         ADD 1 TO WS-SURNAME-SUB
010990     END-IF.
011000     PERFORM 4510-COMPOSE-NAME THRU 4510-COMPOSE-NAME-EXIT.
011010 4520-NEXT-SURNAME-EXIT.
011020     EXIT.

011030******************************************************************
011040* 4900-RELEASE-ORIGINAL / 4910-RELEASE-REPLACEMENT - ONE VALUE TO
011050*                     THE PROOF SORT, TAGGED WITH ITS SIDE.
011060******************************************************************
011070 4900-RELEASE-ORIGINAL.
011080     MOVE WS-PV-TYPE TO PS-PII-TYPE.
011090     MOVE WS-PV-VALUE TO PS-PII-VALUE.
011100     SET PS-ORIGINAL TO TRUE.
011110     MOVE WS-FK-ID TO PS-STUDENT-ID.
011120     RELEASE PS-SORT-RECORD.
011130     ADD 1 TO WS-VALUES-RELEASED.
011140 4900-RELEASE-ORIGINAL-EXIT.
011150     EXIT.

011160 4910-RELEASE-REPLACEMENT.
011170     MOVE WS-PV-TYPE TO PS-PII-TYPE.
011180     MOVE WS-PV-VALUE TO PS-PII-VALUE.
011190     SET PS-REPLACEMENT TO TRUE.
011200     MOVE WS-FK-ID TO PS-STUDENT-ID.
011210     RELEASE PS-SORT-RECORD.
011220     ADD 1 TO WS-VALUES-RELEASED.
011230     PERFORM 4990-COUNT-REPLACED THRU 4990-COUNT-REPLACED-EXIT.
011240 4910-RELEASE-REPLACEMENT-EXIT.
011250     EXIT.

011260 4990-COUNT-REPLACED.
011270     ADD 1 TO WS-FILE-REPLACED.
011280     ADD 1 TO WS-TOTAL-REPLACED.
011290 4990-COUNT-REPLACED-EXIT.
011300     EXIT.

011310 END PROGRAM DEIDENT.
