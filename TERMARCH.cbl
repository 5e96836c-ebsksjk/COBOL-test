000010******************************************************************
000020* PROGRAM-ID : TERMARCH
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   TERM-HISTORY ARCHIVAL RUN.  A TERM THE TERM-CLOSE JOB
000090*   (TERMCLSE) HAS LOCKED, WHOSE END DATE IS OLDER THAN THE
000100*   TERM-KEEP DAYS ON THE RETENTION CONTROL (RETNCTL), HAS ITS
000110*   RECORDS MOVED OFF THE LIVE REGISTRATION FILES:
000120*     ENRLMAST - TO THE REGISTRATION HISTORY (ENRLHIST), THEN
000130*                DELETED FROM THE MASTER
000140*     WAITLIST - TO WAITHIST, THEN DELETED
000150*     SEATCTR  - TO SEATHIST, THEN DELETED
000160*     XCAMPQUE - TO XCAMHIST; THE OTHER TERMS' HOLDS ARE
000170*                REWRITTEN TO XCAMPNEW FOR THE OPERATOR TO SWAP
000180*                IN, AS RETNPURG DOES FOR THE AUDIT FILES.
000190*   EVERY FILE'S MOVE IS RECORDED ON THE CONSOLIDATED ARCHIVE
000200*   INDEX (ARCHIDX) WITH ITS COUNT, AND THE ARCHIVAL REPORT
000210*   NAMES EACH TERM ARCHIVED AND WHAT WAS KEPT AND MOVED.  AN
000220*   OPEN TERM IS NEVER ARCHIVED, HOWEVER OLD.  A REGISTRATION
000230*   WHOSE HISTORY RECORD CANNOT BE WRITTEN STAYS ON ENRLMAST
000240*   AND ENDS THE RUN RC 4.
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY.
000270*   2026-10-15  RO   ORIGINAL PROGRAM.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    TERMARCH.
000310 AUTHOR.        R. OKONKWO.
000320 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000330 DATE-WRITTEN.  2026-10-15.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RETENTION-CONTROL ASSIGN TO "RETNCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTL-STATUS.

000410     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TM-TERM-CODE
000450         FILE STATUS IS WS-TERM-STATUS.

000460     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EN-ENROLL-KEY
000500         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-ENRL-STATUS.
000530     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EH-HISTORY-KEY
000570         FILE STATUS IS WS-EH-STATUS.

000580     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS WL-WAIT-KEY
000620         FILE STATUS IS WS-WAIT-STATUS.
000630     SELECT WAITLIST-HISTORY ASSIGN TO "WAITHIST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-WH-STATUS.

000660     SELECT SEAT-COUNTER ASSIGN TO "SEATCTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS SC-SEAT-KEY
000700         FILE STATUS IS WS-SEAT-STATUS.
000710     SELECT SEAT-HISTORY ASSIGN TO "SEATHIST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SH-STATUS.

000740     SELECT XCAMP-QUEUE ASSIGN TO "XCAMPQUE"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-XQ-STATUS.
000770     SELECT XCAMP-HISTORY ASSIGN TO "XCAMHIST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-XH-STATUS.
000800     SELECT XCAMP-KEPT ASSIGN TO "XCAMPNEW"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-XN-STATUS.

000830     SELECT ARCHIVE-INDEX ASSIGN TO "ARCHIDX"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-IDX-STATUS.

000860     SELECT ARCHIVAL-RPT ASSIGN TO "TERMARPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.

000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  RETENTION-CONTROL.
000920     COPY "retnctl.cpy".

000930 FD  TERM-CONTROL.
000940     COPY "termrec.cpy".

000950 FD  ENROLLMENT-MASTER.
000960     COPY "enrlrec.cpy".
000970 FD  ENROLLMENT-HISTORY.
000980     COPY "enrlhist.cpy".

000990 FD  WAITLIST-FILE.
001000     COPY "waitlist.cpy".
001010 FD  WAITLIST-HISTORY.
001020 01  WH-HISTORY-RECORD        PIC X(33).

001030 FD  SEAT-COUNTER.
001040     COPY "seatctr.cpy".
001050 FD  SEAT-HISTORY.
001060 01  SH-HISTORY-RECORD        PIC X(16).

001070 FD  XCAMP-QUEUE.
001080     COPY "xcampque.cpy".
001090 FD  XCAMP-HISTORY.
001100 01  XH-HISTORY-RECORD        PIC X(34).
001110 FD  XCAMP-KEPT.
001120 01  XN-KEPT-RECORD           PIC X(34).

001130 FD  ARCHIVE-INDEX.
001140     COPY "archidx.cpy".

001150 FD  ARCHIVAL-RPT.
001160 01  TA-REPORT-LINE           PIC X(80).

001170 WORKING-STORAGE SECTION.
001180     COPY "runhdr.cpy".

001190 01  WS-SWITCHES.
001200     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001210         88  WS-EOF           VALUE "Y".
001220     05  WS-ELIGIBLE-SWITCH   PIC X(01) VALUE "N".
001230         88  WS-TERM-ELIGIBLE VALUE "Y".

001240 01  WS-FILE-STATUSES.
001250     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
001260     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001270     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001280     05  WS-EH-STATUS         PIC X(02) VALUE "00".
001290     05  WS-WAIT-STATUS       PIC X(02) VALUE "00".
001300     05  WS-WH-STATUS         PIC X(02) VALUE "00".
001310     05  WS-SEAT-STATUS       PIC X(02) VALUE "00".
001320     05  WS-SH-STATUS         PIC X(02) VALUE "00".
001330     05  WS-XQ-STATUS         PIC X(02) VALUE "00".
001340     05  WS-XH-STATUS         PIC X(02) VALUE "00".
001350     05  WS-XN-STATUS         PIC X(02) VALUE "00".
001360     05  WS-IDX-STATUS        PIC X(02) VALUE "00".
001370     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001380 01  WS-TERM-KEEP-DAYS        PIC 9(04) VALUE 730.

001390 01  WS-TODAY                 PIC 9(08).
001400 01  WS-CUTOFF-INTEGER        PIC 9(07).
001410 01  WS-RECORD-INTEGER        PIC 9(07).

001420*    THE CLOSED TERMS PAST RETENTION THIS RUN ARCHIVES.
001430 01  WS-ARCHIVE-TERMS.
001440     05  WS-AT-USED           PIC 9(03) VALUE ZERO.
001450     05  WS-AT-ENTRY OCCURS 100 TIMES.
001460         10  WS-AT-TERM       PIC X(05).
001470 77  WS-AT-SUB                PIC 9(03).
001480 01  WS-CHECK-TERM            PIC X(05).

001490 01  WS-PASS-COUNTERS COMP.
001500     05  WS-KEPT-COUNT        PIC 9(05) VALUE ZERO.
001510     05  WS-MOVED-COUNT       PIC 9(05) VALUE ZERO.
001520     05  WS-FAILED-COUNT      PIC 9(05) VALUE ZERO.

001530 01  WS-EDIT-FIELDS.
001540     05  WS-KEPT-ED           PIC ZZZZ9.
001550     05  WS-MOVED-ED          PIC ZZZZ9.
001560     05  WS-DAYS-ED           PIC ZZZ9.

001570 01  WS-REPORT-LINE           PIC X(80).

001580 PROCEDURE DIVISION.

001590******************************************************************
001600* 0000-MAINLINE.
001610******************************************************************
001620 0000-MAINLINE.
001630     MOVE "TERMARCH" TO RH-PROGRAM-NAME.
001640     CALL "BIZDATE" USING RH-RUN-DATE.
001650     ACCEPT RH-RUN-TIME FROM TIME.
001660     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001670         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001680     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001690     IF WS-AT-USED > ZERO
001700         PERFORM 2000-ARCHIVE-ENROLLMENT
001710             THRU 2000-ARCHIVE-ENROLLMENT-EXIT
001720         PERFORM 3000-ARCHIVE-WAITLIST
001730             THRU 3000-ARCHIVE-WAITLIST-EXIT
001740         PERFORM 4000-ARCHIVE-SEAT-COUNTERS
001750             THRU 4000-ARCHIVE-SEAT-COUNTERS-EXIT
001760         PERFORM 5000-ARCHIVE-XCAMP-QUEUE
001770             THRU 5000-ARCHIVE-XCAMP-QUEUE-EXIT
001780     END-IF.
001790     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
001800     ACCEPT RH-RUN-TIME FROM TIME.
001810     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001820         RH-RUN-TIME.
001830     STOP RUN.

001840******************************************************************
001850* 1000-INITIALIZE - READ THE TERM-KEEP DAYS, SET THE CUTOFF, AND
001860*                   PICK THE CLOSED TERMS PAST IT.
001870******************************************************************
001880 1000-INITIALIZE.
001890     OPEN OUTPUT ARCHIVAL-RPT.
001900     MOVE "TERM-HISTORY ARCHIVAL RUN" TO WS-REPORT-LINE.
001910     WRITE TA-REPORT-LINE FROM WS-REPORT-LINE.

001920     OPEN INPUT RETENTION-CONTROL.
001930     IF WS-CTL-STATUS = "00"
001940         READ RETENTION-CONTROL
001950             AT END
001960                 CONTINUE
001970         END-READ
001980         IF WS-CTL-STATUS = "00"
001990             IF RT-TERM-KEEP-DAYS IS NUMERIC
002000                     AND RT-TERM-KEEP-DAYS > ZERO
002010                 MOVE RT-TERM-KEEP-DAYS TO WS-TERM-KEEP-DAYS
002020             END-IF
002030         END-IF
002040         CLOSE RETENTION-CONTROL
002050     END-IF.

002060     MOVE RH-RUN-DATE TO WS-TODAY.
002070     COMPUTE WS-CUTOFF-INTEGER =
002080         FUNCTION INTEGER-OF-DATE(WS-TODAY)
002090         - WS-TERM-KEEP-DAYS.

002100     MOVE WS-TERM-KEEP-DAYS TO WS-DAYS-ED.
002110     MOVE SPACES TO WS-REPORT-LINE.
002120     STRING "CLOSED TERMS ENDED MORE THAN " DELIMITED BY SIZE
002130            WS-DAYS-ED                      DELIMITED BY SIZE
002140            " DAYS AGO MOVE TO TERM HISTORY"
002150                                            DELIMITED BY SIZE
002160         INTO WS-REPORT-LINE.
002170     WRITE TA-REPORT-LINE FROM WS-REPORT-LINE.

002180     OPEN INPUT TERM-CONTROL.
002190     IF WS-TERM-STATUS NOT = "00"
002200         MOVE "  (TERM FILE NOT AVAILABLE - NOTHING ARCHIVED)"
002210             TO WS-REPORT-LINE
002220         WRITE TA-REPORT-LINE FROM WS-REPORT-LINE
002230         GO TO 1000-INITIALIZE-EXIT
002240     END-IF.
002250     MOVE "N" TO WS-EOF-SWITCH.
002260     PERFORM 1100-PICK-ONE-TERM THRU 1100-PICK-ONE-TERM-EXIT
002270         UNTIL WS-EOF.
002280     CLOSE TERM-CONTROL.
002290     IF WS-AT-USED = ZERO
002300         MOVE "  (NO CLOSED TERM IS PAST RETENTION)"
002310             TO WS-REPORT-LINE
002320         WRITE TA-REPORT-LINE FROM WS-REPORT-LINE
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF.

002350     OPEN EXTEND ARCHIVE-INDEX.
002360     IF WS-IDX-STATUS = "05" OR WS-IDX-STATUS = "35"
002370         OPEN OUTPUT ARCHIVE-INDEX
002380     END-IF.
002390 1000-INITIALIZE-EXIT.
002400     EXIT.

002410******************************************************************
002420* 1100-PICK-ONE-TERM - A LOCKED TERM ENDED BEFORE THE CUTOFF GOES
002430*                      ON THE ARCHIVE TABLE.
002440******************************************************************
002450 1100-PICK-ONE-TERM.
002460     READ TERM-CONTROL NEXT RECORD
002470         AT END
002480             SET WS-EOF TO TRUE
002490             GO TO 1100-PICK-ONE-TERM-EXIT
002500     END-READ.
002510     IF WS-TERM-STATUS NOT = "00"
002520         SET WS-EOF TO TRUE
002530         GO TO 1100-PICK-ONE-TERM-EXIT
002540     END-IF.
002550     IF NOT TM-TERM-LOCKED
002560         GO TO 1100-PICK-ONE-TERM-EXIT
002570     END-IF.
002580     IF TM-END-DATE IS NOT NUMERIC OR TM-END-DATE = ZERO
002590         GO TO 1100-PICK-ONE-TERM-EXIT
002600     END-IF.
002610     COMPUTE WS-RECORD-INTEGER =
002620         FUNCTION INTEGER-OF-DATE(TM-END-DATE).
002630     IF WS-RECORD-INTEGER NOT < WS-CUTOFF-INTEGER
002640         GO TO 1100-PICK-ONE-TERM-EXIT
002650     END-IF.
002660     IF WS-AT-USED = 100
002670         MOVE SPACES TO WS-REPORT-LINE
002680         STRING "  TERM "                   DELIMITED BY SIZE
002690                TM-TERM-CODE                DELIMITED BY SIZE
002700                " HELD FOR THE NEXT RUN - TERM TABLE FULL"
002710                                            DELIMITED BY SIZE
002720             INTO WS-REPORT-LINE
002730         WRITE TA-REPORT-LINE FROM WS-REPORT-LINE
002740         GO TO 1100-PICK-ONE-TERM-EXIT
002750     END-IF.
002760     ADD 1 TO WS-AT-USED.
002770     MOVE TM-TERM-CODE TO WS-AT-TERM (WS-AT-USED).
002780     MOVE SPACES TO WS-REPORT-LINE.
002790     STRING "  TERM "                       DELIMITED BY SIZE
002800            TM-TERM-CODE                    DELIMITED BY SIZE
002810            " ENDED "                       DELIMITED BY SIZE
002820            TM-END-DATE                     DELIMITED BY SIZE
002830            " - ARCHIVED"                   DELIMITED BY SIZE
002840         INTO WS-REPORT-LINE.
002850     WRITE TA-REPORT-LINE FROM WS-REPORT-LINE.
002860 1100-PICK-ONE-TERM-EXIT.
002870     EXIT.

002880******************************************************************
002890* 2000-ARCHIVE-ENROLLMENT - MOVE THE ARCHIVED TERMS'
002900*                           REGISTRATIONS TO ENRLHIST.
002910******************************************************************
002920 2000-ARCHIVE-ENROLLMENT.
002930     MOVE ZERO TO WS-KEPT-COUNT.
002940     MOVE ZERO TO WS-MOVED-COUNT.
002950     MOVE "N" TO WS-EOF-SWITCH.
002960     OPEN I-O ENROLLMENT-MASTER.
002970     IF WS-ENRL-STATUS NOT = "00"
002980         GO TO 2000-ARCHIVE-ENROLLMENT-EXIT
002990     END-IF.
003000     OPEN I-O ENROLLMENT-HISTORY.
003010     IF WS-EH-STATUS = "35"
003020         OPEN OUTPUT ENROLLMENT-HISTORY
003030         CLOSE ENROLLMENT-HISTORY
003040         OPEN I-O ENROLLMENT-HISTORY
003050     END-IF.
003060     IF WS-EH-STATUS NOT = "00"
003070         MOVE "  (ENRLHIST NOT AVAILABLE - REGISTRATIONS KEPT)"
003080             TO WS-REPORT-LINE
003090         WRITE TA-REPORT-LINE FROM WS-REPORT-LINE
003100         CLOSE ENROLLMENT-MASTER
003110         GO TO 2000-ARCHIVE-ENROLLMENT-EXIT
003120     END-IF.
003130     PERFORM 2100-MOVE-ONE-ENROLLMENT
003140         THRU 2100-MOVE-ONE-ENROLLMENT-EXIT
003150         UNTIL WS-EOF.
003160     CLOSE ENROLLMENT-MASTER.
003170     CLOSE ENROLLMENT-HISTORY.
003180     MOVE "ENRLMAST" TO AX-SOURCE-FILE.
003190     MOVE "ENRLHIST" TO AX-ARCHIVE-FILE.
003200     PERFORM 8000-NOTE-ROLLOVER THRU 8000-NOTE-ROLLOVER-EXIT.
003210 2000-ARCHIVE-ENROLLMENT-EXIT.
003220     EXIT.

003230******************************************************************
003240* 2100-MOVE-ONE-ENROLLMENT - ONE REGISTRATION TO HISTORY OR KEPT.
003250*                            A HISTORY RECORD ALREADY ON FILE
003260*                            (A RERUN AFTER A FAILURE) STILL LETS
003270*                            THE MASTER RECORD GO.
003280******************************************************************
003290 2100-MOVE-ONE-ENROLLMENT.
003300     READ ENROLLMENT-MASTER NEXT RECORD
003310         AT END
003320             SET WS-EOF TO TRUE
003330             GO TO 2100-MOVE-ONE-ENROLLMENT-EXIT
003340     END-READ.
003350     IF WS-ENRL-STATUS NOT = "00"
003360         SET WS-EOF TO TRUE
003370         GO TO 2100-MOVE-ONE-ENROLLMENT-EXIT
003380     END-IF.
003390     MOVE EN-TERM-CODE TO WS-CHECK-TERM.
003400     PERFORM 7000-CHECK-TERM THRU 7000-CHECK-TERM-EXIT.
003410     IF NOT WS-TERM-ELIGIBLE
003420         ADD 1 TO WS-KEPT-COUNT
003430         GO TO 2100-MOVE-ONE-ENROLLMENT-EXIT
003440     END-IF.
003450     MOVE EN-STUDENT-ID TO EH-STUDENT-ID.
003460     MOVE EN-COURSE-CODE TO EH-COURSE-CODE.
003470     MOVE EN-TERM-CODE TO EH-TERM-CODE.
003480     MOVE EN-ENROLL-DATE TO EH-ENROLL-DATE.
003490     MOVE EN-ENROLL-STATUS TO EH-ENROLL-STATUS.
003500     MOVE EN-SECTION TO EH-SECTION.
003510     MOVE RH-RUN-DATE TO EH-ARCHIVED-DATE.
003520     WRITE EH-HISTORY-RECORD
003530         INVALID KEY
003540             CONTINUE
003550     END-WRITE.
003560     IF WS-EH-STATUS NOT = "00" AND WS-EH-STATUS NOT = "22"
003570         ADD 1 TO WS-KEPT-COUNT
003580         ADD 1 TO WS-FAILED-COUNT
003590         MOVE SPACES TO WS-REPORT-LINE
003600         STRING "  ENRLHIST WRITE FAILED, STATUS "
003610                                            DELIMITED BY SIZE
003620                WS-EH-STATUS                DELIMITED BY SIZE
003630                " - KEPT "                  DELIMITED BY SIZE
003640                EN-STUDENT-ID               DELIMITED BY SIZE
003650                " "                         DELIMITED BY SIZE
003660                EN-COURSE-CODE              DELIMITED BY SIZE
003670             INTO WS-REPORT-LINE
003680         WRITE TA-REPORT-LINE FROM WS-REPORT-LINE
003690         GO TO 2100-MOVE-ONE-ENROLLMENT-EXIT
003700     END-IF.
003710     DELETE ENROLLMENT-MASTER RECORD.
003720     ADD 1 TO WS-MOVED-COUNT.
003730 2100-MOVE-ONE-ENROLLMENT-EXIT.
003740     EXIT.

003750******************************************************************
003760* 3000-ARCHIVE-WAITLIST - MOVE THE ARCHIVED TERMS' WAITLIST
003770*                         ENTRIES TO WAITHIST.
003780******************************************************************
003790 3000-ARCHIVE-WAITLIST.
003800     MOVE ZERO TO WS-KEPT-COUNT.
003810     MOVE ZERO TO WS-MOVED-COUNT.
003820     MOVE "N" TO WS-EOF-SWITCH.
003830     OPEN I-O WAITLIST-FILE.
003840     IF WS-WAIT-STATUS NOT = "00"
003850         GO TO 3000-ARCHIVE-WAITLIST-EXIT
003860     END-IF.
003870     OPEN EXTEND WAITLIST-HISTORY.
003880     IF WS-WH-STATUS = "05" OR WS-WH-STATUS = "35"
003890         OPEN OUTPUT WAITLIST-HISTORY
003900     END-IF.
003910     PERFORM 3100-MOVE-ONE-WAIT THRU 3100-MOVE-ONE-WAIT-EXIT
003920         UNTIL WS-EOF.
003930     CLOSE WAITLIST-FILE.
003940     CLOSE WAITLIST-HISTORY.
003950     MOVE "WAITLIST" TO AX-SOURCE-FILE.
003960     MOVE "WAITHIST" TO AX-ARCHIVE-FILE.
003970     PERFORM 8000-NOTE-ROLLOVER THRU 8000-NOTE-ROLLOVER-EXIT.
003980 3000-ARCHIVE-WAITLIST-EXIT.
003990     EXIT.

004000******************************************************************
004010* 3100-MOVE-ONE-WAIT - ONE WAITLIST ENTRY.
004020******************************************************************
004030 3100-MOVE-ONE-WAIT.
004040     READ WAITLIST-FILE NEXT RECORD
004050         AT END
004060             SET WS-EOF TO TRUE
004070             GO TO 3100-MOVE-ONE-WAIT-EXIT
004080     END-READ.
004090     IF WS-WAIT-STATUS NOT = "00"
004100         SET WS-EOF TO TRUE
004110         GO TO 3100-MOVE-ONE-WAIT-EXIT
004120     END-IF.
004130     MOVE WL-TERM-CODE TO WS-CHECK-TERM.
004140     PERFORM 7000-CHECK-TERM THRU 7000-CHECK-TERM-EXIT.
004150     IF WS-TERM-ELIGIBLE
004160         WRITE WH-HISTORY-RECORD FROM WL-WAITLIST-RECORD
004170         DELETE WAITLIST-FILE RECORD
004180         ADD 1 TO WS-MOVED-COUNT
004190     ELSE
004200         ADD 1 TO WS-KEPT-COUNT
004210     END-IF.
004220 3100-MOVE-ONE-WAIT-EXIT.
004230     EXIT.

004240******************************************************************
004250* 4000-ARCHIVE-SEAT-COUNTERS - MOVE THE ARCHIVED TERMS' SEAT
004260*                              COUNTERS TO SEATHIST.
004270******************************************************************
004280 4000-ARCHIVE-SEAT-COUNTERS.
004290     MOVE ZERO TO WS-KEPT-COUNT.
004300     MOVE ZERO TO WS-MOVED-COUNT.
004310     MOVE "N" TO WS-EOF-SWITCH.
004320     OPEN I-O SEAT-COUNTER.
004330     IF WS-SEAT-STATUS NOT = "00"
004340         GO TO 4000-ARCHIVE-SEAT-COUNTERS-EXIT
004350     END-IF.
004360     OPEN EXTEND SEAT-HISTORY.
004370     IF WS-SH-STATUS = "05" OR WS-SH-STATUS = "35"
004380         OPEN OUTPUT SEAT-HISTORY
004390     END-IF.
004400     PERFORM 4100-MOVE-ONE-COUNTER THRU 4100-MOVE-ONE-COUNTER-EXIT
004410         UNTIL WS-EOF.
004420     CLOSE SEAT-COUNTER.
004430     CLOSE SEAT-HISTORY.
004440     MOVE "SEATCTR " TO AX-SOURCE-FILE.
004450     MOVE "SEATHIST" TO AX-ARCHIVE-FILE.
004460     PERFORM 8000-NOTE-ROLLOVER THRU 8000-NOTE-ROLLOVER-EXIT.
004470 4000-ARCHIVE-SEAT-COUNTERS-EXIT.
004480     EXIT.

004490******************************************************************
004500* 4100-MOVE-ONE-COUNTER - ONE COURSE/TERM SEAT COUNTER.
004510******************************************************************
004520 4100-MOVE-ONE-COUNTER.
004530     READ SEAT-COUNTER NEXT RECORD
004540         AT END
004550             SET WS-EOF TO TRUE
004560             GO TO 4100-MOVE-ONE-COUNTER-EXIT
004570     END-READ.
004580     IF WS-SEAT-STATUS NOT = "00"
004590         SET WS-EOF TO TRUE
004600         GO TO 4100-MOVE-ONE-COUNTER-EXIT
004610     END-IF.
004620     MOVE SC-TERM-CODE TO WS-CHECK-TERM.
004630     PERFORM 7000-CHECK-TERM THRU 7000-CHECK-TERM-EXIT.
004640     IF WS-TERM-ELIGIBLE
004650         WRITE SH-HISTORY-RECORD FROM SC-SEAT-RECORD
004660         DELETE SEAT-COUNTER RECORD
004670         ADD 1 TO WS-MOVED-COUNT
004680     ELSE
004690         ADD 1 TO WS-KEPT-COUNT
004700     END-IF.
004710 4100-MOVE-ONE-COUNTER-EXIT.
004720     EXIT.

004730******************************************************************
004740* 5000-ARCHIVE-XCAMP-QUEUE - SPLIT THE CROSS-CAMPUS HOLD QUEUE
004750*                            INTO XCAMHIST AND THE KEPT XCAMPNEW.
004760******************************************************************
004770 5000-ARCHIVE-XCAMP-QUEUE.
004780     MOVE ZERO TO WS-KEPT-COUNT.
004790     MOVE ZERO TO WS-MOVED-COUNT.
004800     MOVE "N" TO WS-EOF-SWITCH.
004810     OPEN INPUT XCAMP-QUEUE.
004820     IF WS-XQ-STATUS NOT = "00"
004830         GO TO 5000-ARCHIVE-XCAMP-QUEUE-EXIT
004840     END-IF.
004850     OPEN EXTEND XCAMP-HISTORY.
004860     IF WS-XH-STATUS = "05" OR WS-XH-STATUS = "35"
004870         OPEN OUTPUT XCAMP-HISTORY
004880     END-IF.
004890     OPEN OUTPUT XCAMP-KEPT.
004900     PERFORM 5100-SPLIT-ONE-HOLD THRU 5100-SPLIT-ONE-HOLD-EXIT
004910         UNTIL WS-EOF.
004920     CLOSE XCAMP-QUEUE.
004930     CLOSE XCAMP-HISTORY.
004940     CLOSE XCAMP-KEPT.
004950     MOVE "XCAMPQUE" TO AX-SOURCE-FILE.
004960     MOVE "XCAMHIST" TO AX-ARCHIVE-FILE.
004970     PERFORM 8000-NOTE-ROLLOVER THRU 8000-NOTE-ROLLOVER-EXIT.
004980 5000-ARCHIVE-XCAMP-QUEUE-EXIT.
004990     EXIT.

005000******************************************************************
005010* 5100-SPLIT-ONE-HOLD - ONE CROSS-CAMPUS HOLD TO HISTORY OR KEPT.
005020******************************************************************
005030 5100-SPLIT-ONE-HOLD.
005040     READ XCAMP-QUEUE
005050         AT END
005060             SET WS-EOF TO TRUE
005070             GO TO 5100-SPLIT-ONE-HOLD-EXIT
005080     END-READ.
005090     IF WS-XQ-STATUS NOT = "00"
005100         SET WS-EOF TO TRUE
005110         GO TO 5100-SPLIT-ONE-HOLD-EXIT
005120     END-IF.
005130     MOVE XQ-TERM-CODE TO WS-CHECK-TERM.
005140     PERFORM 7000-CHECK-TERM THRU 7000-CHECK-TERM-EXIT.
005150     IF WS-TERM-ELIGIBLE
005160         WRITE XH-HISTORY-RECORD FROM XQ-HELD-RECORD
005170         ADD 1 TO WS-MOVED-COUNT
005180     ELSE
005190         WRITE XN-KEPT-RECORD FROM XQ-HELD-RECORD
005200         ADD 1 TO WS-KEPT-COUNT
005210     END-IF.
005220 5100-SPLIT-ONE-HOLD-EXIT.
005230     EXIT.

005240******************************************************************
005250* 7000-CHECK-TERM - IS WS-CHECK-TERM ONE OF THIS RUN'S ARCHIVED
005260*                   TERMS?
005270******************************************************************
005280 7000-CHECK-TERM.
005290     MOVE "N" TO WS-ELIGIBLE-SWITCH.
005300     IF WS-CHECK-TERM = SPACES
005310         GO TO 7000-CHECK-TERM-EXIT
005320     END-IF.
005330     PERFORM VARYING WS-AT-SUB FROM 1 BY 1
005340             UNTIL WS-AT-SUB > WS-AT-USED
005350                 OR WS-TERM-ELIGIBLE
005360         IF WS-AT-TERM (WS-AT-SUB) = WS-CHECK-TERM
005370             SET WS-TERM-ELIGIBLE TO TRUE
005380         END-IF
005390     END-PERFORM.
005400 7000-CHECK-TERM-EXIT.
005410     EXIT.

005420******************************************************************
005430* 8000-NOTE-ROLLOVER - INDEX ENTRY AND REPORT LINE FOR THE PASS
005440*                      JUST FINISHED.
005450******************************************************************
005460 8000-NOTE-ROLLOVER.
005470     MOVE RH-RUN-DATE TO AX-ROLL-DATE.
005480     MOVE WS-MOVED-COUNT TO AX-RECORDS-MOVED.
005490     WRITE AX-INDEX-RECORD.

005500     MOVE WS-KEPT-COUNT TO WS-KEPT-ED.
005510     MOVE WS-MOVED-COUNT TO WS-MOVED-ED.
005520     MOVE SPACES TO WS-REPORT-LINE.
005530     STRING AX-SOURCE-FILE  DELIMITED BY SIZE
005540            ": KEPT "       DELIMITED BY SIZE
005550            WS-KEPT-ED      DELIMITED BY SIZE
005560            ", MOVED "      DELIMITED BY SIZE
005570            WS-MOVED-ED     DELIMITED BY SIZE
005580            " TO "          DELIMITED BY SIZE
005590            AX-ARCHIVE-FILE DELIMITED BY SIZE
005600         INTO WS-REPORT-LINE.
005610     WRITE TA-REPORT-LINE FROM WS-REPORT-LINE.
005620 8000-NOTE-ROLLOVER-EXIT.
005630     EXIT.

005640******************************************************************
005650* 9000-FINISH - CLOSE THE INDEX AND REPORT.
005660******************************************************************
005670 9000-FINISH.
005680     IF WS-AT-USED > ZERO
005690         MOVE "SWAP XCAMPNEW IN FOR THE LIVE XCAMPQUE"
005700             TO WS-REPORT-LINE
005710         WRITE TA-REPORT-LINE FROM WS-REPORT-LINE
005720         CLOSE ARCHIVE-INDEX
005730     END-IF.
005740     IF WS-FAILED-COUNT > ZERO
005750         MOVE "SOME REGISTRATIONS COULD NOT BE ARCHIVED - RC 4"
005760             TO WS-REPORT-LINE
005770         WRITE TA-REPORT-LINE FROM WS-REPORT-LINE
005780         MOVE 4 TO RETURN-CODE
005790     END-IF.
005800     CLOSE ARCHIVAL-RPT.
005810 9000-FINISH-EXIT.
005820     EXIT.

005830 END PROGRAM TERMARCH.
