000010******************************************************************
000020* PROGRAM-ID : BATWATCH
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   WATCHER FOR THE NIGHTLY CHAIN, SUBMITTED BY THE SCHEDULER
000090*   EVERY FEW MINUTES THROUGH THE BATCH WINDOW (BATWATCH JOB)
000100*   AND ONCE MORE IN THE MORNING AHEAD OF THE ALERT REPORT.
000110*   READS THE NIGHT'S JOBSTAT AS BATDRIVE HAS WRITTEN IT SO
000120*   FAR AND PAGES THE ON-CALL OPERATOR - AN "OC" EVENT ON THE
000130*   WATCHER'S OWN NOTIFICATION QUEUE (THE ONCALLQ DATASET ON
000140*   ITS NOTIFQUE DD), ROUTED BY NOTIFRTE - WHEN:
000150*     - ERRLOGW HAS TRAPPED AN ABEND TONIGHT: AN "A" RECORD ON
000160*       THE CHAIN'S ALERT HISTORY (ALERTHST), WHICH THE WATCHER
000170*       ONLY READS.
000180*     - A STEP STILL RUNNING HAS BEEN UP LONGER THAN ITS
000190*       EXPECTED DURATION: WC-LATE-PERCENT OF ITS AVERAGE
000200*       ELAPSED TIME ON THE PERFSTAT HISTORY, AND NEVER LESS
000210*       THAN WC-GRACE-MINUTES.  A PROGRAM WITH NO HISTORY IS
000220*       NOT JUDGED LATE.
000230*     - THE CHAIN HAS NOT FINISHED (SOME JOBSTEPS STEP HAS NO
000240*       FINAL STATUS TONIGHT) AND THE WC-DEADLINE-TIME THAT
000250*       FOLLOWS THE CHAIN'S FIRST STATUS RECORD HAS PASSED.
000260*   EVERY ALERT IS KEPT ON THE WATCHER'S OWN HISTORY
000270*   (WATCHHST), AND ONE ALREADY RAISED FOR THE SAME PROGRAM AND
000280*   TYPE TONIGHT IS NOT RAISED AGAIN.  ONLY WATCHER RUNS WRITE
000290*   WATCHHST AND ONCALLQ, SO NOTHING IN THE CHAIN CAN BE
000300*   APPENDING TO EITHER WHILE NOTIFFMT EMPTIES THE QUEUE.
000310*   ONCE AN ALERTED STEP HAS A FINAL STATUS (OR, FOR THE
000320*   DEADLINE, THE WHOLE CHAIN HAS) ITS COMPLETION IS ADDED TO
000330*   THE HISTORY FOR ALERTRPT.  ELAPSED TIMES ASSUME NO STEP
000340*   AND NO CHAIN RUNS A FULL DAY, AS PERFLOG DOES.  RC 4 WHEN
000350*   ANY ALERT WAS RAISED THIS PASS, RC 0 OTHERWISE.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*   2026-10-15  RO   ORIGINAL PROGRAM.
000390*   2026-10-15  RO   ABENDS PAGED FROM ERRLOGW'S HISTORY; OWN
000400*                    HISTORY (WATCHHST) FOR THE WATCHER.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    BATWATCH.
000440 AUTHOR.        R. OKONKWO.
000450 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000460 DATE-WRITTEN.  2026-10-15.
000470 DATE-COMPILED.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT JOB-STATUS ASSIGN TO "JOBSTAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-STAT-STATUS.

000540     SELECT JOB-STEPS ASSIGN TO "JOBSTEPS"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-STEP-STATUS.

000570     SELECT PERF-STATISTICS ASSIGN TO "PERFSTAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PERF-STATUS.

000600     SELECT WATCH-CONTROL ASSIGN TO "WATCHCTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CTL-STATUS.

000630     SELECT WATCH-HISTORY ASSIGN TO "WATCHHST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ALERT-STATUS.

000660     SELECT CHAIN-ALERTS ASSIGN TO "ALERTHST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CHAIN-ALERT-STATUS.

000690     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQUE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-NOTIF-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  JOB-STATUS.
000750     COPY "jobstat.cpy".

000760 FD  JOB-STEPS.
000770     COPY "jobstep.cpy".

000780 FD  PERF-STATISTICS.
000790     COPY "perfstat.cpy".

000800 FD  WATCH-CONTROL.
000810     COPY "watchctl.cpy".

000820 FD  WATCH-HISTORY.
000830     COPY "alerthst.cpy".

000840*    THE CHAIN'S OWN ALERT HISTORY, AS ERRLOGW WRITES IT.
000850 FD  CHAIN-ALERTS.
000860     COPY "alerthst.cpy"
000870         REPLACING LEADING ==AH== BY ==CA==.

000880 FD  NOTIFY-QUEUE.
000890     COPY "notifrec.cpy".

000900 WORKING-STORAGE SECTION.
000910     COPY "runhdr.cpy".

000920 01  WS-SWITCHES.
000930     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000940         88  WS-EOF           VALUE "Y".
000950     05  WS-CHAIN-SWITCH      PIC X(01) VALUE "N".
000960         88  WS-CHAIN-FINISHED VALUE "Y".
000970     05  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
000980         88  WS-FOUND         VALUE "Y".

000990 01  WS-FILE-STATUSES.
001000     05  WS-STAT-STATUS       PIC X(02) VALUE "00".
001010     05  WS-STEP-STATUS       PIC X(02) VALUE "00".
001020     05  WS-PERF-STATUS       PIC X(02) VALUE "00".
001030     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
001040     05  WS-ALERT-STATUS      PIC X(02) VALUE "00".
001050     05  WS-NOTIF-STATUS      PIC X(02) VALUE "00".
001060     05  WS-CHAIN-ALERT-STATUS PIC X(02) VALUE "00".

001070*    THE WATCH CONTROLS, DEFAULTED WHERE WATCHCTL IS SILENT.
001080 01  WS-DEADLINE-TIME         PIC 9(08) VALUE ZERO.
001090 01  WS-LATE-PERCENT          PIC 9(03) VALUE 150.
001100 01  WS-GRACE-HUNDREDTHS      PIC 9(08) VALUE 60000.

001110*    THE NIGHT AS JOBSTAT TELLS IT - BUSINESS DATE, FIRST AND
001120*    LAST STATUS TIMES, AND THE LATEST STATUS OF EACH STEP.
001130 01  WS-NIGHT-DATE            PIC 9(08) VALUE ZERO.
001140 01  WS-CHAIN-START-TIME      PIC 9(08) VALUE ZERO.
001150 01  WS-CHAIN-END-TIME        PIC 9(08) VALUE ZERO.
001160 01  WS-RUNNING-STEP          PIC 9(03) VALUE ZERO.
001170 01  WS-RUNNING-PROGRAM       PIC X(08) VALUE SPACES.
001180 01  WS-STATUS-TABLE.
001190     05  WS-STAT-COUNT        PIC 9(03) COMP VALUE ZERO.
001200     05  WS-STAT-ENTRY OCCURS 100 TIMES.
001210         10  WS-ST-STEP-NUMBER PIC 9(03).
001220         10  WS-ST-PROGRAM    PIC X(08).
001230         10  WS-ST-TIME       PIC 9(08).
001240         10  WS-ST-STATUS     PIC X(01).
001250             88  WS-ST-RUNNING VALUE "R".
001260 77  WS-STAT-SUB              PIC 9(03) COMP.
001270 77  WS-STAT-FOUND            PIC 9(03) COMP.

001280*    AVERAGE ELAPSED TIME PER PROGRAM FROM THE PERFSTAT
001290*    HISTORY.
001300 01  WS-PERF-TABLE.
001310     05  WS-PERF-COUNT        PIC 9(03) COMP VALUE ZERO.
001320     05  WS-PERF-ENTRY OCCURS 200 TIMES.
001330         10  WS-PF-PROGRAM    PIC X(08).
001340         10  WS-PF-RUNS       PIC 9(05) COMP.
001350         10  WS-PF-TOTAL      PIC 9(12) COMP.
001360 77  WS-PERF-SUB              PIC 9(03) COMP.
001370 77  WS-PERF-FOUND            PIC 9(03) COMP.

001380*    ALERTS AND COMPLETIONS ALREADY ON THE HISTORY FOR THIS
001390*    NIGHT, PLUS ANY ADDED THIS PASS.
001400 01  WS-ALERT-TABLE.
001410     05  WS-ALERT-COUNT       PIC 9(03) COMP VALUE ZERO.
001420     05  WS-ALERT-ENTRY OCCURS 200 TIMES.
001430         10  WS-AL-PROGRAM    PIC X(08).
001440         10  WS-AL-TYPE       PIC X(01).
001450 77  WS-ALERT-SUB             PIC 9(03) COMP.

001460 01  WS-TIME-PARTS.
001470     05  WS-TP-HH             PIC 9(02).
001480     05  WS-TP-MM             PIC 9(02).
001490     05  WS-TP-SS             PIC 9(02).
001500     05  WS-TP-HS             PIC 9(02).
001510 01  WS-NOW-DATE              PIC 9(08).
001520 01  WS-NOW-TIME              PIC 9(08).
001530 01  WS-FROM-TIME             PIC 9(08).
001540 01  WS-TO-TIME               PIC 9(08).
001550 01  WS-FROM-HUNDREDTHS       PIC 9(08).
001560 01  WS-TO-HUNDREDTHS         PIC 9(08).
001570 01  WS-ELAPSED               PIC 9(08).
001580 01  WS-AVERAGE               PIC 9(08).
001590 01  WS-EXPECTED              PIC 9(08).
001600 01  WS-DEADLINE-ELAPSED      PIC 9(08).
001610 01  WS-WORK-SERIAL           PIC 9(08).

001620*    THE ALERT BEING RAISED OR CLOSED.
001630 01  WS-ALERT-TYPE            PIC X(01).
001640 01  WS-ALERT-STEP            PIC 9(03).
001650 01  WS-ALERT-PROGRAM         PIC X(08).
001660 01  WS-ALERT-TEXT            PIC X(40).
001670 01  WS-RAISED-DATE           PIC 9(08).
001680 01  WS-RAISED-TIME           PIC 9(08).
001690 01  WS-SEEK-TYPE             PIC X(01).
001700 01  WS-CLOSE-TIME            PIC 9(08).
001710 01  WS-CLOSE-STATUS          PIC X(01).

001720 01  WS-COUNTERS.
001730     05  WS-ALERTS-RAISED     PIC 9(03) VALUE ZERO.
001740     05  WS-ALERTS-CLOSED     PIC 9(03) VALUE ZERO.

001750 01  WS-EDIT-FIELDS.
001760     05  WS-MINUTES-ED        PIC ZZZ9.
001770     05  WS-AVERAGE-ED        PIC ZZZ9.

001780 PROCEDURE DIVISION.

001790******************************************************************
001800* 0000-MAINLINE.
001810******************************************************************
001820 0000-MAINLINE.
001830     MOVE "BATWATCH" TO RH-PROGRAM-NAME.
001840     CALL "BIZDATE" USING RH-RUN-DATE.
001850     ACCEPT RH-RUN-TIME FROM TIME.
001860     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001870         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001890     IF WS-STAT-COUNT > ZERO
001900         PERFORM 2000-CHECK-ONE-STEP THRU 2000-CHECK-ONE-STEP-EXIT
001910             VARYING WS-STAT-SUB FROM 1 BY 1
001920             UNTIL WS-STAT-SUB > WS-STAT-COUNT
001930         PERFORM 3000-CHECK-DEADLINE
001940             THRU 3000-CHECK-DEADLINE-EXIT
001950         PERFORM 4000-CLOSE-ONE-STEP THRU 4000-CLOSE-ONE-STEP-EXIT
001960             VARYING WS-STAT-SUB FROM 1 BY 1
001970             UNTIL WS-STAT-SUB > WS-STAT-COUNT
001980         PERFORM 4100-CLOSE-DEADLINE
001990             THRU 4100-CLOSE-DEADLINE-EXIT
002000     END-IF.
002010     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
002020     ACCEPT RH-RUN-TIME FROM TIME.
002030     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002040         RH-RUN-TIME.
002050     STOP RUN.

002060******************************************************************
002070* 1000-INITIALIZE - CONTROLS, THE NIGHT'S STATUS, THE PERFSTAT
002080*                   AVERAGES AND THE NIGHT'S ALERTS SO FAR,
002090*                   THEN ANY ABEND ERRLOGW HAS TRAPPED SINCE.
002100******************************************************************
002110 1000-INITIALIZE.
002120     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
002130     ACCEPT WS-NOW-TIME FROM TIME.
002140     PERFORM 1050-LOAD-CONTROL THRU 1050-LOAD-CONTROL-EXIT.

002150     OPEN INPUT JOB-STATUS.
002160     IF WS-STAT-STATUS NOT = "00"
002170         DISPLAY "NO JOBSTAT - NOTHING TO WATCH"
002180         GO TO 1000-INITIALIZE-EXIT
002190     END-IF.
002200     MOVE "N" TO WS-EOF-SWITCH.
002210     PERFORM 1100-TABLE-ONE-STATUS THRU 1100-TABLE-ONE-STATUS-EXIT
002220         UNTIL WS-EOF.
002230     CLOSE JOB-STATUS.
002240     IF WS-STAT-COUNT = ZERO
002250         DISPLAY "JOBSTAT IS EMPTY - NOTHING TO WATCH"
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280     DISPLAY "WATCHING THE CHAIN FOR BUSINESS DATE ",
002290         WS-NIGHT-DATE.

002300     PERFORM 1200-CHECK-FINISHED THRU 1200-CHECK-FINISHED-EXIT.

002310     OPEN INPUT PERF-STATISTICS.
002320     IF WS-PERF-STATUS = "00"
002330         MOVE "N" TO WS-EOF-SWITCH
002340         PERFORM 1300-TABLE-ONE-PERF
002350             THRU 1300-TABLE-ONE-PERF-EXIT
002360             UNTIL WS-EOF
002370         CLOSE PERF-STATISTICS
002380     END-IF.

002390     OPEN INPUT WATCH-HISTORY.
002400     IF WS-ALERT-STATUS = "00"
002410         MOVE "N" TO WS-EOF-SWITCH
002420         PERFORM 1400-TABLE-ONE-ALERT
002430             THRU 1400-TABLE-ONE-ALERT-EXIT
002440             UNTIL WS-EOF
002450         CLOSE WATCH-HISTORY
002460     END-IF.

002470     OPEN EXTEND WATCH-HISTORY.
002480     IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
002490         OPEN OUTPUT WATCH-HISTORY
002500     END-IF.
002510     OPEN EXTEND NOTIFY-QUEUE.
002520     IF WS-NOTIF-STATUS = "05" OR WS-NOTIF-STATUS = "35"
002530         OPEN OUTPUT NOTIFY-QUEUE
002540     END-IF.

002550     OPEN INPUT CHAIN-ALERTS.
002560     IF WS-CHAIN-ALERT-STATUS = "00"
002570         MOVE "N" TO WS-EOF-SWITCH
002580         PERFORM 1500-PAGE-ONE-ABEND
002590             THRU 1500-PAGE-ONE-ABEND-EXIT
002600             UNTIL WS-EOF
002610         CLOSE CHAIN-ALERTS
002620     END-IF.
002630 1000-INITIALIZE-EXIT.
002640     EXIT.

002650******************************************************************
002660* 1050-LOAD-CONTROL - DEADLINE, LATE PERCENT AND GRACE MINUTES.
002670******************************************************************
002680 1050-LOAD-CONTROL.
002690     OPEN INPUT WATCH-CONTROL.
002700     IF WS-CTL-STATUS NOT = "00"
002710         GO TO 1050-LOAD-CONTROL-EXIT
002720     END-IF.
002730     READ WATCH-CONTROL
002740         AT END
002750             MOVE "10" TO WS-CTL-STATUS
002760     END-READ.
002770     IF WS-CTL-STATUS = "00"
002780         IF WC-DEADLINE-TIME IS NUMERIC
002790             MOVE WC-DEADLINE-TIME TO WS-DEADLINE-TIME
002800         END-IF
002810         IF WC-LATE-PERCENT IS NUMERIC
002820                 AND WC-LATE-PERCENT > ZERO
002830             MOVE WC-LATE-PERCENT TO WS-LATE-PERCENT
002840         END-IF
002850         IF WC-GRACE-MINUTES IS NUMERIC
002860                 AND WC-GRACE-MINUTES > ZERO
002870             COMPUTE WS-GRACE-HUNDREDTHS =
002880                 WC-GRACE-MINUTES * 6000
002890         END-IF
002900     END-IF.
002910     CLOSE WATCH-CONTROL.
002920 1050-LOAD-CONTROL-EXIT.
002930     EXIT.

002940******************************************************************
002950* 1100-TABLE-ONE-STATUS - THE LAST RECORD FOR A STEP IS WHERE
002960*                         THAT STEP STANDS.
002970******************************************************************
002980 1100-TABLE-ONE-STATUS.
002990     READ JOB-STATUS
003000         AT END
003010             SET WS-EOF TO TRUE
003020             GO TO 1100-TABLE-ONE-STATUS-EXIT
003030     END-READ.
003040     IF WS-STAT-STATUS NOT = "00"
003050         SET WS-EOF TO TRUE
003060         GO TO 1100-TABLE-ONE-STATUS-EXIT
003070     END-IF.
003080     IF WS-STAT-COUNT = ZERO
003090         MOVE JT-EVENT-TIME TO WS-CHAIN-START-TIME
003100     END-IF.
003110     MOVE JT-EVENT-DATE TO WS-NIGHT-DATE.
003120     MOVE JT-EVENT-TIME TO WS-CHAIN-END-TIME.
003130     MOVE ZERO TO WS-STAT-FOUND.
003140     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
003150             UNTIL WS-STAT-SUB > WS-STAT-COUNT
003160         IF WS-ST-STEP-NUMBER (WS-STAT-SUB) = JT-STEP-NUMBER
003170             MOVE WS-STAT-SUB TO WS-STAT-FOUND
003180         END-IF
003190     END-PERFORM.
003200     IF WS-STAT-FOUND = ZERO
003210         IF WS-STAT-COUNT NOT < 100
003220             GO TO 1100-TABLE-ONE-STATUS-EXIT
003230         END-IF
003240         ADD 1 TO WS-STAT-COUNT
003250         MOVE WS-STAT-COUNT TO WS-STAT-FOUND
003260         MOVE JT-STEP-NUMBER TO WS-ST-STEP-NUMBER (WS-STAT-FOUND)
003270     END-IF.
003280     MOVE JT-PROGRAM-NAME TO WS-ST-PROGRAM (WS-STAT-FOUND).
003290     MOVE JT-EVENT-TIME TO WS-ST-TIME (WS-STAT-FOUND).
003300     MOVE JT-STEP-STATUS TO WS-ST-STATUS (WS-STAT-FOUND).
003310 1100-TABLE-ONE-STATUS-EXIT.
003320     EXIT.

003330******************************************************************
003340* 1200-CHECK-FINISHED - THE CHAIN IS FINISHED WHEN EVERY STEP
003350*                       ON JOBSTEPS HAS A FINAL STATUS TONIGHT.
003360*                       WITHOUT JOBSTEPS, WHEN NO STEP IS STILL
003370*                       RUNNING.
003380******************************************************************
003390 1200-CHECK-FINISHED.
003400     SET WS-CHAIN-FINISHED TO TRUE.
003410     OPEN INPUT JOB-STEPS.
003420     IF WS-STEP-STATUS NOT = "00"
003430         PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
003440                 UNTIL WS-STAT-SUB > WS-STAT-COUNT
003450             IF WS-ST-RUNNING (WS-STAT-SUB)
003460                 MOVE "N" TO WS-CHAIN-SWITCH
003470             END-IF
003480         END-PERFORM
003490         GO TO 1200-CHECK-FINISHED-EXIT
003500     END-IF.
003510     MOVE "N" TO WS-EOF-SWITCH.
003520     PERFORM 1210-CHECK-ONE-STEP THRU 1210-CHECK-ONE-STEP-EXIT
003530         UNTIL WS-EOF.
003540     CLOSE JOB-STEPS.
003550 1200-CHECK-FINISHED-EXIT.
003560     EXIT.

003570 1210-CHECK-ONE-STEP.
003580     READ JOB-STEPS
003590         AT END
003600             SET WS-EOF TO TRUE
003610             GO TO 1210-CHECK-ONE-STEP-EXIT
003620     END-READ.
003630     IF WS-STEP-STATUS NOT = "00"
003640         SET WS-EOF TO TRUE
003650         GO TO 1210-CHECK-ONE-STEP-EXIT
003660     END-IF.
003670     MOVE ZERO TO WS-STAT-FOUND.
003680     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
003690             UNTIL WS-STAT-SUB > WS-STAT-COUNT
003700         IF WS-ST-STEP-NUMBER (WS-STAT-SUB) = JS-STEP-NUMBER
003710             MOVE WS-STAT-SUB TO WS-STAT-FOUND
003720         END-IF
003730     END-PERFORM.
003740     IF WS-STAT-FOUND = ZERO
003750         MOVE "N" TO WS-CHAIN-SWITCH
003760     ELSE
003770         IF WS-ST-RUNNING (WS-STAT-FOUND)
003780             MOVE "N" TO WS-CHAIN-SWITCH
003790         END-IF
003800     END-IF.
003810 1210-CHECK-ONE-STEP-EXIT.
003820     EXIT.

003830******************************************************************
003840* 1300-TABLE-ONE-PERF - SUM ONE PERFSTAT RUN INTO ITS PROGRAM'S
003850*                       AVERAGE.
003860******************************************************************
003870 1300-TABLE-ONE-PERF.
003880     READ PERF-STATISTICS
003890         AT END
003900             SET WS-EOF TO TRUE
003910             GO TO 1300-TABLE-ONE-PERF-EXIT
003920     END-READ.
003930     IF WS-PERF-STATUS NOT = "00"
003940         SET WS-EOF TO TRUE
003950         GO TO 1300-TABLE-ONE-PERF-EXIT
003960     END-IF.
003970     IF PS-ELAPSED-HUNDREDTHS IS NOT NUMERIC
003980         GO TO 1300-TABLE-ONE-PERF-EXIT
003990     END-IF.
004000     MOVE ZERO TO WS-PERF-FOUND.
004010     PERFORM VARYING WS-PERF-SUB FROM 1 BY 1
004020             UNTIL WS-PERF-SUB > WS-PERF-COUNT
004030         IF WS-PF-PROGRAM (WS-PERF-SUB) = PS-PROGRAM-NAME
004040             MOVE WS-PERF-SUB TO WS-PERF-FOUND
004050         END-IF
004060     END-PERFORM.
004070     IF WS-PERF-FOUND = ZERO
004080         IF WS-PERF-COUNT NOT < 200
004090             GO TO 1300-TABLE-ONE-PERF-EXIT
004100         END-IF
004110         ADD 1 TO WS-PERF-COUNT
004120         MOVE WS-PERF-COUNT TO WS-PERF-FOUND
004130         MOVE PS-PROGRAM-NAME TO WS-PF-PROGRAM (WS-PERF-FOUND)
004140         MOVE ZERO TO WS-PF-RUNS (WS-PERF-FOUND)
004150         MOVE ZERO TO WS-PF-TOTAL (WS-PERF-FOUND)
004160     END-IF.
004170     ADD 1 TO WS-PF-RUNS (WS-PERF-FOUND).
004180     ADD PS-ELAPSED-HUNDREDTHS TO WS-PF-TOTAL (WS-PERF-FOUND).
004190 1300-TABLE-ONE-PERF-EXIT.
004200     EXIT.

004210******************************************************************
004220* 1400-TABLE-ONE-ALERT - KEEP TONIGHT'S ALERTS AND COMPLETIONS.
004230******************************************************************
004240 1400-TABLE-ONE-ALERT.
004250     READ WATCH-HISTORY
004260         AT END
004270             SET WS-EOF TO TRUE
004280             GO TO 1400-TABLE-ONE-ALERT-EXIT
004290     END-READ.
004300     IF WS-ALERT-STATUS NOT = "00"
004310         SET WS-EOF TO TRUE
004320         GO TO 1400-TABLE-ONE-ALERT-EXIT
004330     END-IF.
004340     IF AH-RUN-DATE NOT = WS-NIGHT-DATE
004350             OR WS-ALERT-COUNT NOT < 200
004360         GO TO 1400-TABLE-ONE-ALERT-EXIT
004370     END-IF.
004380     ADD 1 TO WS-ALERT-COUNT.
004390     MOVE AH-PROGRAM-NAME TO WS-AL-PROGRAM (WS-ALERT-COUNT).
004400     MOVE AH-ALERT-TYPE TO WS-AL-TYPE (WS-ALERT-COUNT).
004410 1400-TABLE-ONE-ALERT-EXIT.
004420     EXIT.

004430******************************************************************
004440* 1500-PAGE-ONE-ABEND - AN ABEND ERRLOGW HAS RECORDED TONIGHT IS
004450*                       RAISED HERE, WITH THE TIME IT WAS
004460*                       TRAPPED, UNLESS ALREADY PAGED.
004470******************************************************************
004480 1500-PAGE-ONE-ABEND.
004490     READ CHAIN-ALERTS
004500         AT END
004510             SET WS-EOF TO TRUE
004520             GO TO 1500-PAGE-ONE-ABEND-EXIT
004530     END-READ.
004540     IF WS-CHAIN-ALERT-STATUS NOT = "00"
004550         SET WS-EOF TO TRUE
004560         GO TO 1500-PAGE-ONE-ABEND-EXIT
004570     END-IF.
004580     IF CA-RUN-DATE NOT = WS-NIGHT-DATE
004590             OR NOT CA-ALERT-ABEND
004600         GO TO 1500-PAGE-ONE-ABEND-EXIT
004610     END-IF.
004620     MOVE "A" TO WS-ALERT-TYPE.
004630     MOVE CA-STEP-NUMBER TO WS-ALERT-STEP.
004640     MOVE CA-PROGRAM-NAME TO WS-ALERT-PROGRAM.
004650     MOVE CA-ALERT-TEXT TO WS-ALERT-TEXT.
004660     MOVE CA-EVENT-DATE TO WS-RAISED-DATE.
004670     MOVE CA-EVENT-TIME TO WS-RAISED-TIME.
004680     PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT.
004690 1500-PAGE-ONE-ABEND-EXIT.
004700     EXIT.

004710******************************************************************
004720* 2000-CHECK-ONE-STEP - A STEP STILL RUNNING PAST ITS EXPECTED
004730*                       DURATION IS LATE.
004740******************************************************************
004750 2000-CHECK-ONE-STEP.
004760     IF NOT WS-ST-RUNNING (WS-STAT-SUB)
004770         GO TO 2000-CHECK-ONE-STEP-EXIT
004780     END-IF.
004790     MOVE WS-ST-STEP-NUMBER (WS-STAT-SUB) TO WS-RUNNING-STEP.
004800     MOVE WS-ST-PROGRAM (WS-STAT-SUB) TO WS-RUNNING-PROGRAM.
004810     MOVE ZERO TO WS-PERF-FOUND.
004820     PERFORM VARYING WS-PERF-SUB FROM 1 BY 1
004830             UNTIL WS-PERF-SUB > WS-PERF-COUNT
004840         IF WS-PF-PROGRAM (WS-PERF-SUB)
004850                 = WS-ST-PROGRAM (WS-STAT-SUB)
004860             MOVE WS-PERF-SUB TO WS-PERF-FOUND
004870         END-IF
004880     END-PERFORM.
004890     IF WS-PERF-FOUND = ZERO
004900         GO TO 2000-CHECK-ONE-STEP-EXIT
004910     END-IF.

004920     MOVE WS-ST-TIME (WS-STAT-SUB) TO WS-FROM-TIME.
004930     MOVE WS-NOW-TIME TO WS-TO-TIME.
004940     PERFORM 8000-ELAPSED THRU 8000-ELAPSED-EXIT.
004950     COMPUTE WS-AVERAGE = WS-PF-TOTAL (WS-PERF-FOUND)
004960         / WS-PF-RUNS (WS-PERF-FOUND).
004970     COMPUTE WS-EXPECTED = WS-AVERAGE * WS-LATE-PERCENT / 100.
004980     IF WS-EXPECTED < WS-GRACE-HUNDREDTHS
004990         MOVE WS-GRACE-HUNDREDTHS TO WS-EXPECTED
005000     END-IF.
005010     IF WS-ELAPSED NOT > WS-EXPECTED
005020         GO TO 2000-CHECK-ONE-STEP-EXIT
005030     END-IF.

005040     MOVE "L" TO WS-ALERT-TYPE.
005050     MOVE WS-ST-STEP-NUMBER (WS-STAT-SUB) TO WS-ALERT-STEP.
005060     MOVE WS-ST-PROGRAM (WS-STAT-SUB) TO WS-ALERT-PROGRAM.
005070     COMPUTE WS-MINUTES-ED = WS-ELAPSED / 6000.
005080     COMPUTE WS-AVERAGE-ED = WS-AVERAGE / 6000.
005090     MOVE SPACES TO WS-ALERT-TEXT.
005100     STRING "RUNNING" DELIMITED BY SIZE
005110            WS-MINUTES-ED DELIMITED BY SIZE
005120            " MIN - AVERAGE" DELIMITED BY SIZE
005130            WS-AVERAGE-ED DELIMITED BY SIZE
005140            " MIN" DELIMITED BY SIZE
005150         INTO WS-ALERT-TEXT.
005160     MOVE WS-NOW-DATE TO WS-RAISED-DATE.
005170     MOVE WS-NOW-TIME TO WS-RAISED-TIME.
005180     PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT.
005190 2000-CHECK-ONE-STEP-EXIT.
005200     EXIT.

005210******************************************************************
005220* 3000-CHECK-DEADLINE - AN UNFINISHED CHAIN PAST THE FIRST
005230*                       DEADLINE AFTER IT STARTED.  THE ALERT
005240*                       IS KEPT UNDER BATDRIVE, STEP ZERO.
005250******************************************************************
005260 3000-CHECK-DEADLINE.
005270     IF WS-DEADLINE-TIME = ZERO OR WS-CHAIN-FINISHED
005280         GO TO 3000-CHECK-DEADLINE-EXIT
005290     END-IF.
005300     MOVE WS-CHAIN-START-TIME TO WS-FROM-TIME.
005310     MOVE WS-DEADLINE-TIME TO WS-TO-TIME.
005320     PERFORM 8000-ELAPSED THRU 8000-ELAPSED-EXIT.
005330     MOVE WS-ELAPSED TO WS-DEADLINE-ELAPSED.
005340     MOVE WS-NOW-TIME TO WS-TO-TIME.
005350     PERFORM 8000-ELAPSED THRU 8000-ELAPSED-EXIT.
005360     IF WS-ELAPSED NOT > WS-DEADLINE-ELAPSED
005370         GO TO 3000-CHECK-DEADLINE-EXIT
005380     END-IF.

005390     MOVE "D" TO WS-ALERT-TYPE.
005400     MOVE ZERO TO WS-ALERT-STEP.
005410     MOVE "BATDRIVE" TO WS-ALERT-PROGRAM.
005420     MOVE WS-DEADLINE-TIME TO WS-TIME-PARTS.
005430     MOVE SPACES TO WS-ALERT-TEXT.
005440     IF WS-RUNNING-STEP = ZERO
005450         STRING "NOT FINISHED BY " DELIMITED BY SIZE
005460                WS-TP-HH DELIMITED BY SIZE
005470                WS-TP-MM DELIMITED BY SIZE
005480                " - NO STEP RUNNING" DELIMITED BY SIZE
005490             INTO WS-ALERT-TEXT
005500     ELSE
005510         STRING "NOT FINISHED BY " DELIMITED BY SIZE
005520                WS-TP-HH DELIMITED BY SIZE
005530                WS-TP-MM DELIMITED BY SIZE
005540                " - STEP " DELIMITED BY SIZE
005550                WS-RUNNING-STEP DELIMITED BY SIZE
005560                " " DELIMITED BY SIZE
005570                WS-RUNNING-PROGRAM DELIMITED BY SIZE
005580             INTO WS-ALERT-TEXT
005590     END-IF.
005600     MOVE WS-NOW-DATE TO WS-RAISED-DATE.
005610     MOVE WS-NOW-TIME TO WS-RAISED-TIME.
005620     PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT.
005630 3000-CHECK-DEADLINE-EXIT.
005640     EXIT.

005650******************************************************************
005660* 4000-CLOSE-ONE-STEP - A STEP THAT WAS ALERTED TONIGHT AND NOW
005670*                       HAS A FINAL STATUS GETS ITS COMPLETION
005680*                       ON THE HISTORY.
005690******************************************************************
005700 4000-CLOSE-ONE-STEP.
005710     IF WS-ST-RUNNING (WS-STAT-SUB)
005720         GO TO 4000-CLOSE-ONE-STEP-EXIT
005730     END-IF.
005740     MOVE WS-ST-PROGRAM (WS-STAT-SUB) TO WS-ALERT-PROGRAM.
005750     MOVE "C" TO WS-SEEK-TYPE.
005760     PERFORM 6000-FIND-ALERT THRU 6000-FIND-ALERT-EXIT.
005770     IF WS-FOUND
005780         GO TO 4000-CLOSE-ONE-STEP-EXIT
005790     END-IF.
005800     MOVE "A" TO WS-SEEK-TYPE.
005810     PERFORM 6000-FIND-ALERT THRU 6000-FIND-ALERT-EXIT.
005820     IF NOT WS-FOUND
005830         MOVE "L" TO WS-SEEK-TYPE
005840         PERFORM 6000-FIND-ALERT THRU 6000-FIND-ALERT-EXIT
005850     END-IF.
005860     IF NOT WS-FOUND
005870         GO TO 4000-CLOSE-ONE-STEP-EXIT
005880     END-IF.
005890     MOVE WS-ST-STEP-NUMBER (WS-STAT-SUB) TO WS-ALERT-STEP.
005900     MOVE WS-ST-TIME (WS-STAT-SUB) TO WS-CLOSE-TIME.
005910     MOVE WS-ST-STATUS (WS-STAT-SUB) TO WS-CLOSE-STATUS.
005920     MOVE "STEP ENDED" TO WS-ALERT-TEXT.
005930     PERFORM 5100-RECORD-COMPLETION
005940         THRU 5100-RECORD-COMPLETION-EXIT.
005950 4000-CLOSE-ONE-STEP-EXIT.
005960     EXIT.

005970******************************************************************
005980* 4100-CLOSE-DEADLINE - THE DEADLINE ALERT CLOSES WHEN THE
005990*                       WHOLE CHAIN HAS FINISHED.
006000******************************************************************
006010 4100-CLOSE-DEADLINE.
006020     IF NOT WS-CHAIN-FINISHED
006030         GO TO 4100-CLOSE-DEADLINE-EXIT
006040     END-IF.
006050     MOVE "BATDRIVE" TO WS-ALERT-PROGRAM.
006060     MOVE "C" TO WS-SEEK-TYPE.
006070     PERFORM 6000-FIND-ALERT THRU 6000-FIND-ALERT-EXIT.
006080     IF WS-FOUND
006090         GO TO 4100-CLOSE-DEADLINE-EXIT
006100     END-IF.
006110     MOVE "D" TO WS-SEEK-TYPE.
006120     PERFORM 6000-FIND-ALERT THRU 6000-FIND-ALERT-EXIT.
006130     IF NOT WS-FOUND
006140         GO TO 4100-CLOSE-DEADLINE-EXIT
006150     END-IF.
006160     MOVE ZERO TO WS-ALERT-STEP.
006170     MOVE WS-CHAIN-END-TIME TO WS-CLOSE-TIME.
006180     MOVE SPACE TO WS-CLOSE-STATUS.
006190     MOVE "CHAIN FINISHED" TO WS-ALERT-TEXT.
006200     PERFORM 5100-RECORD-COMPLETION
006210         THRU 5100-RECORD-COMPLETION-EXIT.
006220 4100-CLOSE-DEADLINE-EXIT.
006230     EXIT.

006240******************************************************************
006250* 5000-RAISE-ALERT - ONCE PER PROGRAM AND TYPE PER NIGHT: ONTO
006260*                    THE HISTORY AND THE NOTIFICATION QUEUE.
006270******************************************************************
006280 5000-RAISE-ALERT.
006290     MOVE WS-ALERT-TYPE TO WS-SEEK-TYPE.
006300     PERFORM 6000-FIND-ALERT THRU 6000-FIND-ALERT-EXIT.
006310     IF WS-FOUND
006320         GO TO 5000-RAISE-ALERT-EXIT
006330     END-IF.
006340     PERFORM 6100-NOTE-ALERT THRU 6100-NOTE-ALERT-EXIT.
006350     ADD 1 TO WS-ALERTS-RAISED.
006360     DISPLAY "ON-CALL ALERT ", WS-ALERT-TYPE, " STEP ",
006370         WS-ALERT-STEP, " ", WS-ALERT-PROGRAM, " ",
006380         WS-ALERT-TEXT.

006390     IF WS-ALERT-STATUS = "00"
006400         MOVE WS-NIGHT-DATE TO AH-RUN-DATE
006410         MOVE WS-ALERT-STEP TO AH-STEP-NUMBER
006420         MOVE WS-ALERT-PROGRAM TO AH-PROGRAM-NAME
006430         MOVE WS-ALERT-TYPE TO AH-ALERT-TYPE
006440         MOVE WS-RAISED-DATE TO AH-EVENT-DATE
006450         MOVE WS-RAISED-TIME TO AH-EVENT-TIME
006460         MOVE SPACE TO AH-STEP-STATUS
006470         MOVE WS-ALERT-TEXT TO AH-ALERT-TEXT
006480         WRITE AH-ALERT-RECORD
006490     END-IF.

006500     IF WS-NOTIF-STATUS NOT = "00"
006510         GO TO 5000-RAISE-ALERT-EXIT
006520     END-IF.
006530     SET NF-EVENT-ON-CALL TO TRUE.
006540     MOVE WS-NIGHT-DATE TO NF-EVENT-DATE.
006550     MOVE WS-NOW-TIME TO NF-EVENT-TIME.
006560     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
006570     MOVE WS-ALERT-PROGRAM TO NF-SUBJECT-ID.
006580     MOVE WS-ALERT-TEXT TO NF-EVENT-TEXT.
006590     WRITE NF-NOTIFY-RECORD.
006600 5000-RAISE-ALERT-EXIT.
006610     EXIT.

006620******************************************************************
006630* 5100-RECORD-COMPLETION - WHEN THE ALERTED STEP ENDED, FROM ITS
006640*                          JOBSTAT TIME.  A TIME LATER IN THE
006650*                          DAY THAN NOW WAS BEFORE MIDNIGHT.
006660******************************************************************
006670 5100-RECORD-COMPLETION.
006680     MOVE "C" TO WS-ALERT-TYPE.
006690     PERFORM 6100-NOTE-ALERT THRU 6100-NOTE-ALERT-EXIT.
006700     ADD 1 TO WS-ALERTS-CLOSED.
006710     IF WS-ALERT-STATUS NOT = "00"
006720         GO TO 5100-RECORD-COMPLETION-EXIT
006730     END-IF.
006740     MOVE WS-NIGHT-DATE TO AH-RUN-DATE.
006750     MOVE WS-ALERT-STEP TO AH-STEP-NUMBER.
006760     MOVE WS-ALERT-PROGRAM TO AH-PROGRAM-NAME.
006770     SET AH-STEP-COMPLETED TO TRUE.
006780     IF WS-CLOSE-TIME > WS-NOW-TIME
006790         COMPUTE WS-WORK-SERIAL =
006800             FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - 1
006810         COMPUTE AH-EVENT-DATE =
006820             FUNCTION DATE-OF-INTEGER(WS-WORK-SERIAL)
006830     ELSE
006840         MOVE WS-NOW-DATE TO AH-EVENT-DATE
006850     END-IF.
006860     MOVE WS-CLOSE-TIME TO AH-EVENT-TIME.
006870     MOVE WS-CLOSE-STATUS TO AH-STEP-STATUS.
006880     MOVE WS-ALERT-TEXT TO AH-ALERT-TEXT.
006890     WRITE AH-ALERT-RECORD.
006900 5100-RECORD-COMPLETION-EXIT.
006910     EXIT.

006920******************************************************************
006930* 6000-FIND-ALERT - IS THERE ALREADY A WS-SEEK-TYPE ENTRY FOR
006940*                   WS-ALERT-PROGRAM TONIGHT?
006950******************************************************************
006960 6000-FIND-ALERT.
006970     MOVE "N" TO WS-FOUND-SWITCH.
006980     PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
006990             UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
007000         IF WS-AL-PROGRAM (WS-ALERT-SUB) = WS-ALERT-PROGRAM
007010                 AND WS-AL-TYPE (WS-ALERT-SUB) = WS-SEEK-TYPE
007020             SET WS-FOUND TO TRUE
007030         END-IF
007040     END-PERFORM.
007050 6000-FIND-ALERT-EXIT.
007060     EXIT.

007070 6100-NOTE-ALERT.
007080     IF WS-ALERT-COUNT < 200
007090         ADD 1 TO WS-ALERT-COUNT
007100         MOVE WS-ALERT-PROGRAM TO WS-AL-PROGRAM (WS-ALERT-COUNT)
007110         MOVE WS-ALERT-TYPE TO WS-AL-TYPE (WS-ALERT-COUNT)
007120     END-IF.
007130 6100-NOTE-ALERT-EXIT.
007140     EXIT.

007150******************************************************************
007160* 8000-ELAPSED - HUNDREDTHS FROM WS-FROM-TIME TO WS-TO-TIME,
007170*                ACROSS MIDNIGHT WHEN THE SECOND IS EARLIER.
007180******************************************************************
007190 8000-ELAPSED.
007200     MOVE WS-FROM-TIME TO WS-TIME-PARTS.
007210     COMPUTE WS-FROM-HUNDREDTHS =
007220         ((WS-TP-HH * 3600) + (WS-TP-MM * 60) + WS-TP-SS)
007230         * 100 + WS-TP-HS.
007240     MOVE WS-TO-TIME TO WS-TIME-PARTS.
007250     COMPUTE WS-TO-HUNDREDTHS =
007260         ((WS-TP-HH * 3600) + (WS-TP-MM * 60) + WS-TP-SS)
007270         * 100 + WS-TP-HS.
007280     IF WS-TO-HUNDREDTHS >= WS-FROM-HUNDREDTHS
007290         COMPUTE WS-ELAPSED =
007300             WS-TO-HUNDREDTHS - WS-FROM-HUNDREDTHS
007310     ELSE
007320         COMPUTE WS-ELAPSED = 8640000
007330             - WS-FROM-HUNDREDTHS + WS-TO-HUNDREDTHS
007340     END-IF.
007350 8000-ELAPSED-EXIT.
007360     EXIT.

007370******************************************************************
007380* 9000-FINISH - CLOSE FILES, TOTALS, RETURN CODE.
007390******************************************************************
007400 9000-FINISH.
007410     IF WS-STAT-COUNT > ZERO
007420         IF WS-ALERT-STATUS = "00"
007430             CLOSE WATCH-HISTORY
007440         END-IF
007450         IF WS-NOTIF-STATUS = "00"
007460             CLOSE NOTIFY-QUEUE
007470         END-IF
007480     END-IF.
007490     DISPLAY "ALERTS RAISED: ", WS-ALERTS-RAISED,
007500         "  COMPLETIONS RECORDED: ", WS-ALERTS-CLOSED.
007510     IF WS-ALERTS-RAISED > ZERO
007520         MOVE 4 TO RETURN-CODE
007530     ELSE
007540         MOVE 0 TO RETURN-CODE
007550     END-IF.
007560 9000-FINISH-EXIT.
007570     EXIT.

007580 END PROGRAM BATWATCH.
