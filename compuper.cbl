000170*   SIZE ERRORS AND DIVISION BY ZERO ARE HANDLED PER DEFINED
000180*   COMPUTATION, AND A PAIR WITH ANY FAILURE STILL GOES TO THE
000190*   EXCEPTION FILE FOR RERUN ONCE FIXED.
000192*   WHEN THE JOB SUPPLIES A COMPRSLT FILE, EVERY PAIR'S RESULTS
000194*   ARE ALSO WRITTEN THERE, ONE RECORD PER COMPUTATION, FOR A
000196*   FOLLOWING STEP TO PICK UP (THE TUITION REVENUE PROJECTION
000198*   READS ITS FIGURES BACK THIS WAY).
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-08-08  RO   ORIGINAL PROGRAM (ONE-SHOT X=13/Y=5 DEMO).
000290*                    CONTROL FILE (OPERANDS X/Y/CONSTANT/PRIOR
000300*                    RESULT, PER-COMPUTATION ROUNDING); THE
000310*                    CLASSIC FOUR REMAIN THE DEFAULT.
000312*   2026-10-15  RO   OPTIONAL COMPRSLT RESULT FILE, ONE RECORD
000314*                    PER COMPUTATION PER PAIR; CONSTANTS NOW
000316*                    CARRY FOUR DECIMAL PLACES SO A 3.25
000318*                    PERCENT FACTOR READS EXACTLY.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    COMPUPER.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-EXC-STATUS.

000532*    OPTIONAL - A JOB WITHOUT THE FILE JUST GETS THE REPORT.
000534     SELECT RESULT-OUT ASSIGN TO "COMPRSLT"
000536         ORGANIZATION IS LINE SEQUENTIAL
000538         FILE STATUS IS WS-RSLT-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DATEN-IN.
000620 FD  EXCEPTION-OUT.
000630     COPY "compexc.cpy".

000633 FD  RESULT-OUT.
000636     COPY "comprslt.cpy".

000640 WORKING-STORAGE SECTION.

000650*    RUN-REGISTRY HANDSHAKE (RUNREG) - REFUSE TO START WHEN A
000820         88  WS-CTL-EOF        VALUE "Y".
000830     05  WS-SIZE-ERROR-SWITCH  PIC X(01) VALUE "N".
000840         88  WS-SIZE-ERROR     VALUE "Y".
000843     05  WS-RSLT-OPEN-SWITCH   PIC X(01) VALUE "N".
000846         88  WS-RSLT-OPEN      VALUE "Y".

000850 01  WS-FILE-STATUSES.
000860     05  WS-DATEN-STATUS       PIC X(02) VALUE "00".
000870     05  WS-CTL-STATUS         PIC X(02) VALUE "00".
000880     05  WS-RPT-STATUS         PIC X(02) VALUE "00".
000890     05  WS-EXC-STATUS         PIC X(02) VALUE "00".
000895     05  WS-RSLT-STATUS        PIC X(02) VALUE "00".

000900 01  WS-COUNTERS COMP.
000910     05  WS-LINE-COUNT         PIC 9(02) VALUE ZERO.
000950     05  WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZERO.
000960     05  WS-BAD-INPUT-COUNT    PIC 9(05) VALUE ZERO.
000970     05  WS-BAD-CTL-COUNT      PIC 9(05) VALUE ZERO.
000975     05  WS-PAIR-NUMBER        PIC 9(05) VALUE ZERO.

000980 01  WS-LINES-PER-PAGE         PIC 9(02) VALUE 20.

001090         10  WS-CP-OP          PIC X(01).
001100         10  WS-CP-ROUND       PIC X(01).
001110         10  WS-CP-KIND-1      PIC X(01).
001120         10  WS-CP-CONST-1     PIC S9(7)V9(4).
001130         10  WS-CP-PRIOR-1     PIC 9(02).
001140         10  WS-CP-KIND-2      PIC X(01).
001150         10  WS-CP-CONST-2     PIC S9(7)V9(4).
001160         10  WS-CP-PRIOR-2     PIC 9(02).
001170         10  WS-CP-RESULT      PIC S9(7)V99.
001180         10  WS-CP-VALID       PIC X(01).
001250*    OPERAND PARSING WORK FIELDS.
001260 01  WS-PARSE-OPERAND          PIC X(08).
001270 01  WS-PARSE-KIND             PIC X(01).
001280 01  WS-PARSE-CONST            PIC S9(7)V9(4).
001290 01  WS-PARSE-PRIOR            PIC 9(02).
001300 01  WS-PARSE-CHAR-SUB         PIC 9(02).
001310 01  WS-PARSE-OK-SWITCH        PIC X(01).
001320     88  WS-PARSE-OK           VALUE "Y".

001330*    ONE COMPUTATION'S RESOLVED OPERANDS AND RESULT.
001340 01  WS-OPERAND-1              PIC S9(7)V9(4).
001350 01  WS-OPERAND-2              PIC S9(7)V9(4).
001360 01  WS-RESULT-WORK            PIC S9(7)V99.

001370 01  WS-EDIT-FIELDS.
002090     OPEN INPUT DATEN-IN.
002100     OPEN OUTPUT COMPUPER-RPT.
002110     OPEN OUTPUT EXCEPTION-OUT.
002112     OPEN OUTPUT RESULT-OUT.
002114     IF WS-RSLT-STATUS = "00"
002116         SET WS-RSLT-OPEN TO TRUE
002118     END-IF.
002120     MOVE ZEROS TO WS-BAND-COUNTS.
002130     PERFORM 1100-LOAD-COMP-TABLE
002140         THRU 1100-LOAD-COMP-TABLE-EXIT.
003860 2000-PRINT-COMPUTATION.
003870*    A RECORD WHOSE X/Y ARE NOT NUMERIC (SHORT LINE, STRAY
003880*    DATA) IS SKIPPED AND COUNTED RATHER THAN COMPUTED.
003885     ADD 1 TO WS-PAIR-NUMBER.
003890     IF DI-X IS NOT NUMERIC OR DI-Y IS NOT NUMERIC
003900         ADD 1 TO WS-BAD-INPUT-COUNT
003910         GO TO 2000-SKIP-PAIR
004050         UNTIL WS-COMP-SUB > WS-COMP-USED.

004060     PERFORM 2500-PRINT-DETAIL THRU 2500-PRINT-DETAIL-EXIT.
004061     IF WS-RSLT-OPEN
004062         PERFORM 2600-WRITE-RESULT THRU 2600-WRITE-RESULT-EXIT
004063             VARYING WS-COMP-SUB FROM 1 BY 1
004064             UNTIL WS-COMP-SUB > WS-COMP-USED
004065     END-IF.
004070     ADD 1 TO WS-RECORD-COUNT.

004080     IF WS-PAIR-REASON NOT = SPACES
006450         TO WS-DETAIL-BUILD (WS-DETAIL-COLUMN:25).
006460     ADD 26 TO WS-DETAIL-COLUMN.
006470 2510-ADD-ONE-COLUMN-EXIT.
006472     EXIT.

006474******************************************************************
006476* 2600-WRITE-RESULT - ONE COMPUTATION'S RESULT FOR THE PAIR TO
006478*                     THE COMPRSLT FILE.
006480******************************************************************
006482 2600-WRITE-RESULT.
006484     MOVE WS-PAIR-NUMBER TO CR-PAIR-NUMBER.
006486     MOVE WS-CP-NAME (WS-COMP-SUB) TO CR-RESULT-NAME.
006488     MOVE WS-CP-RESULT (WS-COMP-SUB) TO CR-RESULT.
006490     MOVE WS-CP-VALID (WS-COMP-SUB) TO CR-VALID-FLAG.
006492     WRITE CR-RESULT-RECORD.
006494 2600-WRITE-RESULT-EXIT.
006496     EXIT.

006498******************************************************************
006500* 3000-FINISH - RUN TOTALS AND STATISTICS PER DEFINED
006510*               COMPUTATION, THEN CLOSE FILES.
006520******************************************************************
006850     CLOSE DATEN-IN.
006860     CLOSE COMPUPER-RPT.
006870     CLOSE EXCEPTION-OUT.
006872     IF WS-RSLT-OPEN
006874         CLOSE RESULT-OUT
006876     END-IF.
006880     IF WS-EXCEPTION-COUNT > ZERO
006890         MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-CNT-ED
006900         DISPLAY "EXCEPTION PAIRS WRITTEN: ",
