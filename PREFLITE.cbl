000130*   FOREVER.  PRINTS A GO/NO-GO REPORT AND ENDS WITH RETURN CODE
000140*   8 ON ANY FAILURE SO THE CHAIN STOPS AT 01:00 INSTEAD OF
000150*   PAGING SOMEONE AT 03:30.
000151*   AT THE TOP OF EVERY CHAIN IT ALSO PRINTS AND CHECKS THE
000152*   EFFECTIVE RUN PARAMETERS: THE SITE-WIDE CURRENT, REGISTRATION
000153*   AND GRADING TERMS ON THE RUN-CONTROL LIBRARY (RUNCTL) AND
000154*   EVERY JOB OVERRIDE ON IT, EACH PROVED ON TERMFILE THROUGH
000155*   RUNPARM.  A "T" ON THE OPTIONAL PFLTPARM MARKS THE TERM-CLOSE
000156*   CHAIN: THE NIGHTLY FEEDS ARE SKIPPED AND THE TERM TO BE CLOSED
000157*   (TRMCLPRM, ELSE THE GRADING TERM) IS CHECKED INSTEAD.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY.
000180*   2026-08-22  RO   ORIGINAL PROGRAM.
000182*   2026-10-15  RO   EFFECTIVE RUN PARAMETERS FROM THE RUN-CONTROL
000184*                    LIBRARY (RUNCTL) PRINTED AND CHECKED ON
000186*                    TERMFILE; PFLTPARM "T" RUNS THE CHECK AT THE
000188*                    TOP OF THE TERM-CLOSE CHAIN.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    PREFLITE.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SCTL-STATUS.

000471     SELECT PREFLIGHT-PARM ASSIGN TO "PFLTPARM"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WS-PFLT-STATUS.

000474     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000475         ORGANIZATION IS INDEXED
000476         ACCESS MODE IS DYNAMIC
000477         RECORD KEY IS RB-CONTROL-KEY
000478         FILE STATUS IS WS-CTL-STATUS.

000479     SELECT CLOSE-PARM ASSIGN TO "TRMCLPRM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000481         FILE STATUS IS WS-CLOSE-STATUS.

000482     SELECT PREFLIGHT-RPT ASSIGN TO "PREFLRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.

000610 FD  SCHLEIFE-CONTROL.
000620     COPY "schlctl.cpy".

000621 FD  PREFLIGHT-PARM.
000622 01  PX-PARM-RECORD.
000623     05  PX-CHAIN-CODE        PIC X(01).
000624         88  PX-TERM-CLOSE-CHAIN VALUE "T".

000625 FD  RUN-CONTROL.
000626     COPY "runctl.cpy".

000627 FD  CLOSE-PARM.
000628 01  CP-PARM-RECORD.
000629     05  CP-TERM-CODE         PIC X(05).

000630 FD  PREFLIGHT-RPT.
000640 01  PF-REPORT-LINE           PIC X(80).

000700     05  WS-COMP-STATUS       PIC X(02) VALUE "00".
000710     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000720     05  WS-SCTL-STATUS       PIC X(02) VALUE "00".
000721     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000722     05  WS-PFLT-STATUS       PIC X(02) VALUE "00".
000723     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
000724     05  WS-CLOSE-STATUS      PIC X(02) VALUE "00".

000725 01  WS-CHAIN-SWITCH          PIC X(01) VALUE "N".
000726     88  WS-TERM-CLOSE-CHAIN  VALUE "T".
000727 01  WS-CTL-EOF-SWITCH        PIC X(01) VALUE "N".
000728     88  WS-CTL-EOF           VALUE "Y".

000729*    THE JOB OVERRIDES ON THE RUN-CONTROL LIBRARY, LOADED BEFORE
000730*    RUNPARM IS ASKED ABOUT EACH ONE.
000731 01  WS-JOB-OVERRIDES.
000732     05  WS-JO-USED           PIC 9(03) VALUE ZERO.
000733     05  WS-JO-ENTRY OCCURS 100 TIMES.
000734         10  WS-JO-JOB-NAME   PIC X(08).
000735         10  WS-JO-SETTING    PIC X(01).
000736 77  WS-JO-SUB                PIC 9(03).

000737 01  WS-FAILURE-COUNT         PIC 9(03) COMP VALUE ZERO.
000750 01  WS-CHECK-NAME            PIC X(30).
000755 01  WS-REPORT-LINE           PIC X(80).

000760*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000765     COPY "runparm.cpy".

000770 PROCEDURE DIVISION.

000850     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
000860         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
000870     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000874     IF WS-TERM-CLOSE-CHAIN
000878         PERFORM 2700-CHECK-CLOSE-TERM
000882             THRU 2700-CHECK-CLOSE-TERM-EXIT
000886     ELSE
000890         PERFORM 2100-CHECK-STUDTRAN THRU 2100-CHECK-STUDTRAN-EXIT
000894         PERFORM 2200-CHECK-CALCTRAN THRU 2200-CHECK-CALCTRAN-EXIT
000898         PERFORM 2300-CHECK-COMPDATA THRU 2300-CHECK-COMPDATA-EXIT
000902         PERFORM 2400-CHECK-STUDMAST THRU 2400-CHECK-STUDMAST-EXIT
000906         PERFORM 2500-CHECK-SCHLCTL THRU 2500-CHECK-SCHLCTL-EXIT
000910     END-IF.
000914     PERFORM 2600-CHECK-RUN-CONTROL
000918         THRU 2600-CHECK-RUN-CONTROL-EXIT.
000930     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
000940     ACCEPT RH-RUN-TIME FROM TIME.
000950     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
000970     GOBACK.

000980******************************************************************
000983* 1000-INITIALIZE - WHICH CHAIN, THEN OPEN THE REPORT.
000986******************************************************************
000989 1000-INITIALIZE.
000992     OPEN INPUT PREFLIGHT-PARM.
000995     IF WS-PFLT-STATUS = "00"
000998         READ PREFLIGHT-PARM
001001             AT END
001004                 MOVE SPACES TO PX-PARM-RECORD
001007         END-READ
001010         IF WS-PFLT-STATUS = "00" AND PX-TERM-CLOSE-CHAIN
001013             SET WS-TERM-CLOSE-CHAIN TO TRUE
001016         END-IF
001019         CLOSE PREFLIGHT-PARM
001022     END-IF.
001025     OPEN OUTPUT PREFLIGHT-RPT.
001028     IF WS-TERM-CLOSE-CHAIN
001031         MOVE "TERM-CLOSE CHAIN PRE-FLIGHT CHECK"
001032             TO WS-REPORT-LINE
001034     ELSE
001037         MOVE "NIGHTLY CHAIN PRE-FLIGHT CHECK" TO WS-REPORT-LINE
001040     END-IF.
001043     WRITE PF-REPORT-LINE FROM WS-REPORT-LINE.
001050 1000-INITIALIZE-EXIT.
001060     EXIT.

001830         GO TO 2500-CHECK-SCHLCTL-EXIT
001840     END-IF.
001850     IF SC-STEP = ZERO
001851         MOVE "SCHLCTL STEP OF ZERO" TO WS-CHECK-NAME
001852         PERFORM 2910-REPORT-FAIL THRU 2910-REPORT-FAIL-EXIT
001853     ELSE
001854         PERFORM 2900-REPORT-PASS THRU 2900-REPORT-PASS-EXIT
001855     END-IF.
001856     CLOSE SCHLEIFE-CONTROL.
001857 2500-CHECK-SCHLCTL-EXIT.
001858     EXIT.

001859******************************************************************
001860* 2600-CHECK-RUN-CONTROL - THE EFFECTIVE RUN PARAMETERS: THE
001861*                          THREE SITE-WIDE TERMS, THEN EVERY JOB
001862*                          OVERRIDE, EACH PROVED ON TERMFILE.
001863******************************************************************
001864 2600-CHECK-RUN-CONTROL.
001865     MOVE SPACES TO WS-REPORT-LINE.
001866     WRITE PF-REPORT-LINE FROM WS-REPORT-LINE.
001867     MOVE "EFFECTIVE RUN PARAMETERS (RUNCTL)" TO WS-REPORT-LINE.
001868     WRITE PF-REPORT-LINE FROM WS-REPORT-LINE.
001869     MOVE "RUN-CONTROL LIBRARY (RUNCTL)" TO WS-CHECK-NAME.
001870     OPEN INPUT RUN-CONTROL.
001871     IF WS-CTL-STATUS NOT = "00"
001872         PERFORM 2910-REPORT-FAIL THRU 2910-REPORT-FAIL-EXIT
001873         GO TO 2600-CHECK-RUN-CONTROL-EXIT
001874     END-IF.
001875     PERFORM 2900-REPORT-PASS THRU 2900-REPORT-PASS-EXIT.
001876     MOVE ZERO TO WS-JO-USED.
001877     MOVE "N" TO WS-CTL-EOF-SWITCH.
001878     PERFORM 2620-LOAD-ONE-OVERRIDE
001879         THRU 2620-LOAD-ONE-OVERRIDE-EXIT
001880         UNTIL WS-CTL-EOF.
001881     CLOSE RUN-CONTROL.

001882     MOVE SPACES TO RK-JOB-NAME.
001883     MOVE SPACES TO RK-EXPLICIT-TERM.
001884     SET RK-CURRENT-TERM TO TRUE.
001885     MOVE "SITE CURRENT TERM" TO WS-CHECK-NAME.
001886     PERFORM 2610-CHECK-ONE-SETTING
001887         THRU 2610-CHECK-ONE-SETTING-EXIT.
001888     SET RK-REG-TERM TO TRUE.
001889     MOVE "SITE REGISTRATION TERM" TO WS-CHECK-NAME.
001890     PERFORM 2610-CHECK-ONE-SETTING
001891         THRU 2610-CHECK-ONE-SETTING-EXIT.
001892     SET RK-GRADING-TERM TO TRUE.
001893     MOVE "SITE GRADING TERM" TO WS-CHECK-NAME.
001894     PERFORM 2610-CHECK-ONE-SETTING
001895         THRU 2610-CHECK-ONE-SETTING-EXIT.

001896     PERFORM 2630-CHECK-ONE-OVERRIDE
001897         THRU 2630-CHECK-ONE-OVERRIDE-EXIT
001898         VARYING WS-JO-SUB FROM 1 BY 1
001899         UNTIL WS-JO-SUB > WS-JO-USED.
001900 2600-CHECK-RUN-CONTROL-EXIT.
001901     EXIT.

001902******************************************************************
001903* 2610-CHECK-ONE-SETTING - ASK RUNPARM, PRINT WHAT IT ANSWERED.
001904******************************************************************
001905 2610-CHECK-ONE-SETTING.
001906     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001907     IF RK-TERM-VALID
001908         PERFORM 2900-REPORT-PASS THRU 2900-REPORT-PASS-EXIT
001909     ELSE
001910         PERFORM 2910-REPORT-FAIL THRU 2910-REPORT-FAIL-EXIT
001911     END-IF.
001916     MOVE SPACES TO WS-REPORT-LINE.
001917     STRING "       " DELIMITED BY SIZE
001918            RK-DESCRIPTION DELIMITED BY SIZE
001919         INTO WS-REPORT-LINE.
001920     WRITE PF-REPORT-LINE FROM WS-REPORT-LINE.
001921 2610-CHECK-ONE-SETTING-EXIT.
001922     EXIT.

001923******************************************************************
001924* 2620-LOAD-ONE-OVERRIDE - KEEP EACH JOB OVERRIDE; THE SITE-WIDE
001925*                          ENTRIES ARE ASKED FOR BY SETTING.
001926******************************************************************
001927 2620-LOAD-ONE-OVERRIDE.
001928     READ RUN-CONTROL NEXT RECORD
001929         AT END
001930             SET WS-CTL-EOF TO TRUE
001931             GO TO 2620-LOAD-ONE-OVERRIDE-EXIT
001932     END-READ.
001933     IF WS-CTL-STATUS NOT = "00"
001934         SET WS-CTL-EOF TO TRUE
001935         GO TO 2620-LOAD-ONE-OVERRIDE-EXIT
001936     END-IF.
001937     IF RB-JOB-NAME = SPACES OR WS-JO-USED NOT < 100
001938         GO TO 2620-LOAD-ONE-OVERRIDE-EXIT
001939     END-IF.
001940     ADD 1 TO WS-JO-USED.
001941     MOVE RB-JOB-NAME TO WS-JO-JOB-NAME (WS-JO-USED).
001942     MOVE RB-SETTING TO WS-JO-SETTING (WS-JO-USED).
001943 2620-LOAD-ONE-OVERRIDE-EXIT.
001944     EXIT.

001945******************************************************************
001946* 2630-CHECK-ONE-OVERRIDE - ONE JOB'S OWN TERM ON THE LIBRARY.
001947******************************************************************
001948 2630-CHECK-ONE-OVERRIDE.
001949     MOVE WS-JO-JOB-NAME (WS-JO-SUB) TO RK-JOB-NAME.
001950     MOVE WS-JO-SETTING (WS-JO-SUB) TO RK-SETTING.
001951     MOVE SPACES TO RK-EXPLICIT-TERM.
001952     MOVE SPACES TO WS-CHECK-NAME.
001953     STRING "OVERRIDE FOR " DELIMITED BY SIZE
001954            RK-JOB-NAME     DELIMITED BY SPACE
001955            " ("            DELIMITED BY SIZE
001956            RK-SETTING      DELIMITED BY SIZE
001957            ")"             DELIMITED BY SIZE
001958         INTO WS-CHECK-NAME.
001959     PERFORM 2610-CHECK-ONE-SETTING
001960         THRU 2610-CHECK-ONE-SETTING-EXIT.
001961 2630-CHECK-ONE-OVERRIDE-EXIT.
001962     EXIT.

001963******************************************************************
001964* 2700-CHECK-CLOSE-TERM - THE TERM THE TERM-CLOSE CHAIN WILL LOCK:
001965*                         TRMCLPRM'S, ELSE THE GRADING TERM.
001966******************************************************************
001967 2700-CHECK-CLOSE-TERM.
001968     MOVE SPACES TO RK-EXPLICIT-TERM.
001969     OPEN INPUT CLOSE-PARM.
001970     IF WS-CLOSE-STATUS = "00"
001971         READ CLOSE-PARM
001972             AT END
001973                 MOVE SPACES TO CP-TERM-CODE
001974         END-READ
001975         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
001976         CLOSE CLOSE-PARM
001977     END-IF.
001978     MOVE "TERMCLSE" TO RK-JOB-NAME.
001979     SET RK-GRADING-TERM TO TRUE.
001980     MOVE "TERM TO BE CLOSED" TO WS-CHECK-NAME.
001981     PERFORM 2610-CHECK-ONE-SETTING
001982         THRU 2610-CHECK-ONE-SETTING-EXIT.
001983 2700-CHECK-CLOSE-TERM-EXIT.
001984     EXIT.

001985******************************************************************
001986* 2900-REPORT-PASS - ONE CHECK CAME UP CLEAN.
001987******************************************************************
001988 2900-REPORT-PASS.
001989     MOVE SPACES TO WS-REPORT-LINE.
001990     STRING "  GO     " DELIMITED BY SIZE
002000            WS-CHECK-NAME DELIMITED BY SIZE
002010         INTO WS-REPORT-LINE.
