000010******************************************************************
000020* PROGRAM-ID : SECTCNCL
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   LOW-ENROLLMENT SECTION CANCELLATION.  READS THE CNCLLIST OF
000090*   SECTIONS A DEAN HAS CANCELLED (COURSE, TERM, SECTION) AND FOR
000100*   EACH ONE: MARKS THE CRSOFFER OFFERING CANCELLED, DROPS EVERY
000110*   ENROLLED REGISTRATION IN THE SECTION AND CLOSES ITS WAITING
000120*   WAITLIST ENTRIES, GIVES THE DROPPED SEATS BACK ON THE SEATCTR
000130*   COUNTER, FEEDS EACH DROP TO THE DAILY REFUND REGISTER FLAGGED
000140*   AS AN INSTITUTIONAL CANCELLATION (REFNDREG REFUNDS THOSE IN
000150*   FULL, WHATEVER THE WEEK) AND QUEUES A NOTIFICATION TO EVERY
000160*   STUDENT AFFECTED.  THE CANCELLATION REPORT (CNCLRPT) LISTS
000170*   THE STUDENTS DROPPED AND TAKEN OFF THE WAITLIST AND THE OTHER
000180*   SECTIONS OF THE SAME COURSE AND TERM STILL OPEN, WITH THEIR
000190*   SEATS, SO THE ADVISORS CAN PLACE THE STUDENTS.  AN OFFERING
000200*   NOT ON FILE OR ALREADY CANCELLED IS REJECTED (RC 4); NO
000210*   OFFERING OR ENROLLMENT FILE IS FATAL (RC 8).  THE CONSUMED
000220*   LIST IS EMPTIED SO THE NEXT NIGHT DOES NOT SEE IT AGAIN, AS
000230*   REFNDREG EMPTIES THE DROP FEED.  THE RUN IS RECORDED ON THE
000240*   OPERATOR ACTIVITY LOG.  THE RUN HOLDS THE STUDENT MASTER
000250*   LOCK (MASTLOCK) AS STUDBAT DOES; A LOCK ALREADY ON FILE
000260*   REFUSES THE RUN WITH RC 8 AND THE LIST IS KEPT.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   2026-10-15  RO   ORIGINAL PROGRAM.
000300*   2026-10-15  RO   THE RUN HOLDS THE STUDENT MASTER LOCK.
000303*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000306*                    AS A CHAIN STEP BY CALL.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    SECTCNCL.
000340 AUTHOR.        R. OKONKWO.
000350 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000360 DATE-WRITTEN.  2026-10-15.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CANCEL-LIST ASSIGN TO "CNCLLIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-LIST-STATUS.

000440     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OF-OFFER-KEY
000480         FILE STATUS IS WS-OFF-STATUS.

000490     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS EN-ENROLL-KEY
000530         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-ENRL-STATUS.

000560     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS WL-WAIT-KEY
000600         FILE STATUS IS WS-WAIT-STATUS.

000610     SELECT SEAT-COUNTER ASSIGN TO "SEATCTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SC-SEAT-KEY
000650         FILE STATUS IS WS-SEAT-STATUS.

000660     SELECT DROP-FEED ASSIGN TO "DROPFEED"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FEED-STATUS.

000690     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQUE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-NOTIF-STATUS.

000720     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CUROPER-STATUS.

000750     SELECT OPERATOR-LOG ASSIGN TO "OPLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-OPLOG-STATUS.

000780     SELECT CANCEL-RPT ASSIGN TO "CNCLRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RPT-STATUS.

000810     SELECT MASTER-LOCK ASSIGN TO "MASTLOCK"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-LOCK-STATUS.

000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CANCEL-LIST.
000870 01  CX-CANCEL-ENTRY.
000880     05  CX-COURSE-CODE       PIC X(06).
000890     05  CX-TERM-CODE         PIC X(05).
000900     05  CX-SECTION           PIC X(02).

000910 FD  OFFERING-FILE.
000920     COPY "crsoffer.cpy".

000930 FD  ENROLLMENT-MASTER.
000940     COPY "enrlrec.cpy".

000950 FD  WAITLIST-FILE.
000960     COPY "waitlist.cpy".

000970 FD  SEAT-COUNTER.
000980     COPY "seatctr.cpy".

000990 FD  DROP-FEED.
001000     COPY "dropfeed.cpy".

001010 FD  NOTIFY-QUEUE.
001020     COPY "notifrec.cpy".

001030 FD  CURRENT-OPERATOR.
001040     COPY "curoper.cpy".

001050 FD  OPERATOR-LOG.
001060     COPY "oplog.cpy".

001070 FD  CANCEL-RPT.
001080 01  CR-REPORT-LINE           PIC X(80).

001090 FD  MASTER-LOCK.
001100     COPY "mastlock.cpy".

001110 WORKING-STORAGE SECTION.
001120     COPY "runhdr.cpy".

001130 01  WS-SWITCHES.
001140     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001150         88  WS-EOF           VALUE "Y".
001160     05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
001170         88  WS-SCAN-EOF      VALUE "Y".
001180     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001190         88  WS-FATAL         VALUE "Y".
001200     05  WS-WAIT-USABLE-SWITCH PIC X(01) VALUE "N".
001210         88  WS-WAIT-USABLE   VALUE "Y".
001220     05  WS-SEAT-USABLE-SWITCH PIC X(01) VALUE "N".
001230         88  WS-SEAT-USABLE   VALUE "Y".
001240     05  WS-LOCK-HELD-SWITCH  PIC X(01) VALUE "N".
001250         88  WS-LOCK-HELD     VALUE "Y".

001260 01  WS-FILE-STATUSES.
001270     05  WS-LIST-STATUS       PIC X(02) VALUE "00".
001280     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001290     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001300     05  WS-WAIT-STATUS       PIC X(02) VALUE "00".
001310     05  WS-SEAT-STATUS       PIC X(02) VALUE "00".
001320     05  WS-FEED-STATUS       PIC X(02) VALUE "00".
001330     05  WS-NOTIF-STATUS      PIC X(02) VALUE "00".
001340     05  WS-CUROPER-STATUS    PIC X(02) VALUE "00".
001350     05  WS-OPLOG-STATUS      PIC X(02) VALUE "00".
001360     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001370     05  WS-LOCK-STATUS       PIC X(02) VALUE "00".

001380 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

001390 01  WS-COUNTERS COMP.
001400     05  WS-ENTRIES-READ      PIC 9(05) VALUE ZERO.
001410     05  WS-SECTIONS-CANCELLED PIC 9(05) VALUE ZERO.
001420     05  WS-ENTRIES-REJECTED  PIC 9(05) VALUE ZERO.
001430     05  WS-TOTAL-DROPPED     PIC 9(05) VALUE ZERO.
001440     05  WS-TOTAL-UNLISTED    PIC 9(05) VALUE ZERO.
001450     05  WS-NOTICES-QUEUED    PIC 9(05) VALUE ZERO.
001460     05  WS-SECT-DROPPED      PIC 9(05) VALUE ZERO.
001470     05  WS-SECT-UNLISTED     PIC 9(05) VALUE ZERO.
001480     05  WS-ALT-OPEN-COUNT    PIC 9(05) VALUE ZERO.

001490*    THE OTHER SECTIONS OF THE CANCELLED COURSE AND TERM - TABLED
001500*    FROM CRSOFFER BEFORE THE ENROLLMENT SCAN, WHICH COUNTS THEIR
001510*    ENROLLED REGISTRATIONS ON THE SAME PASS.
001520 01  WS-ALT-TABLE.
001530     05  WS-ALT-COUNT         PIC 9(02) COMP VALUE ZERO.
001540     05  WS-ALT-ENTRY OCCURS 20 TIMES.
001550         10  WS-ALT-SECTION   PIC X(02).
001560         10  WS-ALT-DAYS      PIC X(07).
001570         10  WS-ALT-START     PIC 9(04).
001580         10  WS-ALT-END       PIC 9(04).
001590         10  WS-ALT-ROOM      PIC X(06).
001600         10  WS-ALT-CAMPUS    PIC X(02).
001610         10  WS-ALT-CAPACITY  PIC 9(03).
001620         10  WS-ALT-ENROLLED  PIC 9(05) COMP.
001630 01  WS-ALT-SUB               PIC 9(02) COMP.
001640 01  WS-ALT-FULL-SWITCH       PIC X(01) VALUE "N".
001650     88  WS-ALT-TABLE-FULL    VALUE "Y".

001660 01  WS-SEATS-BEFORE          PIC 9(05).
001670 01  WS-REJECT-TEXT           PIC X(30).
001680 01  WS-NOTICE-ACTION         PIC X(14).
001690 01  WS-NOTICE-STUDENT        PIC 9(08).

001700 01  WS-EDIT-FIELDS.
001710     05  WS-COUNT-ED          PIC ZZZZ9.
001720     05  WS-SEATS-ED          PIC ZZZZ9.
001730     05  WS-SEATS-AFTER-ED    PIC ZZZZ9.
001740     05  WS-ENROLLED-ED       PIC ZZ9.
001750     05  WS-CAPACITY-ED       PIC ZZ9.

001760 01  WS-REPORT-LINE           PIC X(80).

001770 01  WS-TRY-AFTER-WORK.
001780     05  WS-TA-HH             PIC 9(02).
001790     05  WS-TA-MM             PIC 9(02).
001800     05  FILLER               PIC 9(04).

001810*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
001820     COPY "audchn.cpy".

001830 PROCEDURE DIVISION.

001840******************************************************************
001850* 0000-MAINLINE.
001860******************************************************************
001870 0000-MAINLINE.
001880     MOVE "SECTCNCL" TO RH-PROGRAM-NAME.
001890     CALL "BIZDATE" USING RH-RUN-DATE.
001900     ACCEPT RH-RUN-TIME FROM TIME.
001910     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001920         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001940     PERFORM 2000-CANCEL-SECTION THRU 2000-CANCEL-SECTION-EXIT
001950         UNTIL WS-EOF.
001960     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001970     ACCEPT RH-RUN-TIME FROM TIME.
001980     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001990         RH-RUN-TIME.
001995*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
002000     GOBACK.

002010******************************************************************
002020* 1000-INITIALIZE - TAKE THE MASTER LOCK, RECORD THE OPERATOR
002030*                   AND OPEN FILES.  THE LOCK AND THE
002040*                   OFFERING AND ENROLLMENT FILES ARE REQUIRED;
002050*                   THE WAITLIST AND SEAT COUNTER ARE USED WHEN
002060*                   PRESENT.
002070******************************************************************
002080 1000-INITIALIZE.
002090     OPEN OUTPUT CANCEL-RPT.
002100     MOVE "LOW-ENROLLMENT SECTION CANCELLATION REPORT"
002110         TO WS-REPORT-LINE.
002120     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

002130     PERFORM 1250-TAKE-MASTER-LOCK
002140         THRU 1250-TAKE-MASTER-LOCK-EXIT.
002150     IF NOT WS-LOCK-HELD
002160         MOVE "  (STUDENT MASTER LOCKED - RUN REFUSED, LIST KEPT)"
002170             TO WS-REPORT-LINE
002180         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
002190         SET WS-FATAL TO TRUE
002200         SET WS-EOF TO TRUE
002210         GO TO 1000-INITIALIZE-EXIT
002220     END-IF.

002230     PERFORM 1100-RECORD-OPERATOR
002240         THRU 1100-RECORD-OPERATOR-EXIT.

002250     OPEN I-O OFFERING-FILE.
002260     OPEN I-O ENROLLMENT-MASTER.
002270     IF WS-OFF-STATUS NOT = "00" OR WS-ENRL-STATUS NOT = "00"
002280         MOVE "  (NO OFFERING OR ENROLLMENT FILE - RUN ABANDONED)"
002290             TO WS-REPORT-LINE
002300         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
002310         SET WS-FATAL TO TRUE
002320         SET WS-EOF TO TRUE
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF.

002350     OPEN I-O WAITLIST-FILE.
002360     IF WS-WAIT-STATUS = "00"
002370         SET WS-WAIT-USABLE TO TRUE
002380     END-IF.
002390     OPEN I-O SEAT-COUNTER.
002400     IF WS-SEAT-STATUS = "00"
002410         SET WS-SEAT-USABLE TO TRUE
002420     END-IF.
002430     OPEN EXTEND DROP-FEED.
002440     IF WS-FEED-STATUS = "05" OR WS-FEED-STATUS = "35"
002450         OPEN OUTPUT DROP-FEED
002460     END-IF.
002470     OPEN EXTEND NOTIFY-QUEUE.
002480     IF WS-NOTIF-STATUS = "05" OR WS-NOTIF-STATUS = "35"
002490         OPEN OUTPUT NOTIFY-QUEUE
002500     END-IF.

002510     OPEN INPUT CANCEL-LIST.
002520     IF WS-LIST-STATUS NOT = "00"
002530         MOVE "  (NO CANCELLATION LIST - NOTHING TO CANCEL)"
002540             TO WS-REPORT-LINE
002550         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
002560         SET WS-EOF TO TRUE
002570         GO TO 1000-INITIALIZE-EXIT
002580     END-IF.

002590     PERFORM 2100-READ-CANCEL-ENTRY
002600         THRU 2100-READ-CANCEL-ENTRY-EXIT.
002610 1000-INITIALIZE-EXIT.
002620     EXIT.

002630******************************************************************
002640* 1250-TAKE-MASTER-LOCK - REGISTER EXCLUSIVE USE OF THE MASTER
002650*                         FOR THE LENGTH OF THE RUN, AS STUDBAT
002660*                         DOES.  A LOCK ALREADY ON FILE MEANS
002670*                         ANOTHER RUN IS (OR DIED) MID-UPDATE -
002680*                         REFUSE, AND LET LOCKCLR CLEAR A STALE
002690*                         ONE.
002700******************************************************************
002710 1250-TAKE-MASTER-LOCK.
002720     MOVE "N" TO WS-LOCK-HELD-SWITCH.
002730     OPEN INPUT MASTER-LOCK.
002740     IF WS-LOCK-STATUS = "00"
002750         READ MASTER-LOCK
002760             AT END
002770                 CONTINUE
002780         END-READ
002790         IF WS-LOCK-STATUS = "00"
002800             DISPLAY "STUDENT MASTER LOCKED BY ",
002810                 LK-HOLDER-PROGRAM, " SINCE ", LK-LOCK-TIME
002820             DISPLAY "RUN REFUSED - CLEAR A STALE LOCK WITH",
002830                 " LOCKCLR"
002840             CLOSE MASTER-LOCK
002850             GO TO 1250-TAKE-MASTER-LOCK-EXIT
002860         END-IF
002870         CLOSE MASTER-LOCK
002880     END-IF.

002890     OPEN OUTPUT MASTER-LOCK.
002900     MOVE RH-PROGRAM-NAME TO LK-HOLDER-PROGRAM.
002910     MOVE RH-RUN-DATE TO LK-LOCK-DATE.
002920     ACCEPT LK-LOCK-TIME FROM TIME.
002930*    TELL THE FRONT DESK WHEN TO TRY AGAIN - AN HOUR OUT, AS
002940*    STUDBAT ESTIMATES.
002950     MOVE LK-LOCK-TIME TO WS-TRY-AFTER-WORK.
002960     ADD 1 TO WS-TA-HH.
002970     IF WS-TA-HH > 23
002980         MOVE 0 TO WS-TA-HH
002990     END-IF.
003000     COMPUTE LK-TRY-AFTER-HHMM = WS-TA-HH * 100 + WS-TA-MM.
003010     WRITE LK-LOCK-RECORD.
003020     CLOSE MASTER-LOCK.
003030     SET WS-LOCK-HELD TO TRUE.
003040 1250-TAKE-MASTER-LOCK-EXIT.
003050     EXIT.

003060******************************************************************
003070* 1100-RECORD-OPERATOR - PICK UP THE SIGNED-ON OPERATOR AND
003080*                        APPEND THIS RUN TO THE ACTIVITY LOG,
003090*                        AS THE STUDENT UPDATE DOES.
003100******************************************************************
003110 1100-RECORD-OPERATOR.
003120     MOVE "BATCH" TO WS-CURRENT-USERNAME.
003130     OPEN INPUT CURRENT-OPERATOR.
003140     IF WS-CUROPER-STATUS = "00"
003150         READ CURRENT-OPERATOR
003160             AT END
003170                 CONTINUE
003180         END-READ
003190         IF WS-CUROPER-STATUS = "00"
003200             MOVE CO-USERNAME TO WS-CURRENT-USERNAME
003210         END-IF
003220         CLOSE CURRENT-OPERATOR
003230     END-IF.
003240     OPEN EXTEND OPERATOR-LOG.
003250     IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
003260         OPEN OUTPUT OPERATOR-LOG
003270     END-IF.
003280     IF WS-OPLOG-STATUS = "00"
003290         MOVE WS-CURRENT-USERNAME TO OL-USERNAME
003300         MOVE RH-PROGRAM-NAME TO OL-PROGRAM-NAME
003310         MOVE RH-RUN-DATE TO OL-ACTIVITY-DATE
003320         ACCEPT OL-ACTIVITY-TIME FROM TIME
003330         SET AC-FILE-OPLOG TO TRUE
003340         MOVE SPACES TO AC-RECORD-BODY
003350         MOVE OL-ACTIVITY-RECORD (1:29)
003360             TO AC-RECORD-BODY (1:29)
003370         MOVE 29 TO AC-BODY-LENGTH
003380         CALL "AUDCHAIN" USING AC-CHAIN-AREA
003390         MOVE AC-RUN-SEQ TO OL-RUN-SEQ
003400         MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
003410         WRITE OL-ACTIVITY-RECORD
003420         CLOSE OPERATOR-LOG
003430     END-IF.
003440 1100-RECORD-OPERATOR-EXIT.
003450     EXIT.

003460******************************************************************
003470* 2100-READ-CANCEL-ENTRY - GET THE NEXT SECTION TO CANCEL.
003480******************************************************************
003490 2100-READ-CANCEL-ENTRY.
003500     READ CANCEL-LIST
003510         AT END
003520             SET WS-EOF TO TRUE
003530     END-READ.
003540 2100-READ-CANCEL-ENTRY-EXIT.
003550     EXIT.

003560******************************************************************
003570* 2000-CANCEL-SECTION - CANCEL ONE SECTION AND CASCADE IT.
003580******************************************************************
003590 2000-CANCEL-SECTION.
003600     ADD 1 TO WS-ENTRIES-READ.
003610     MOVE SPACES TO WS-REJECT-TEXT.
003620     MOVE ZERO TO WS-SECT-DROPPED.
003630     MOVE ZERO TO WS-SECT-UNLISTED.

003640     MOVE SPACES TO WS-REPORT-LINE.
003650     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

003660     IF CX-COURSE-CODE = SPACES OR CX-TERM-CODE = SPACES
003670             OR CX-SECTION = SPACES
003680         MOVE "BAD COURSE/TERM/SECTION" TO WS-REJECT-TEXT
003690         GO TO 2000-WRITE-REJECT
003700     END-IF.
003710     MOVE CX-COURSE-CODE TO OF-COURSE-CODE.
003720     MOVE CX-TERM-CODE TO OF-TERM-CODE.
003730     MOVE CX-SECTION TO OF-SECTION.
003740     READ OFFERING-FILE
003750         INVALID KEY
003760             MOVE "OFFERING NOT ON FILE" TO WS-REJECT-TEXT
003770     END-READ.
003780     IF WS-REJECT-TEXT = SPACES AND WS-OFF-STATUS NOT = "00"
003790         MOVE "OFFERING NOT ON FILE" TO WS-REJECT-TEXT
003800     END-IF.
003810     IF WS-REJECT-TEXT = SPACES AND OF-CANCELLED
003820         MOVE "ALREADY CANCELLED" TO WS-REJECT-TEXT
003830     END-IF.
003840     IF WS-REJECT-TEXT NOT = SPACES
003850         GO TO 2000-WRITE-REJECT
003860     END-IF.

003870*    THE OFFERING STAYS ON FILE, MARKED - ENRLBAT REFUSES ADDS TO
003880*    IT AND OFFRLOAD WILL NOT REOPEN IT.
003890     SET OF-CANCELLED TO TRUE.
003900     MOVE RH-RUN-DATE TO OF-CANCEL-DATE.
003910     REWRITE OF-OFFERING-RECORD.
003920     ADD 1 TO WS-SECTIONS-CANCELLED.
003930     MOVE SPACES TO WS-REPORT-LINE.
003940     STRING "CANCELLED "         DELIMITED BY SIZE
003950            CX-COURSE-CODE       DELIMITED BY SIZE
003960            " TERM "             DELIMITED BY SIZE
003970            CX-TERM-CODE         DELIMITED BY SIZE
003980            " SECTION "          DELIMITED BY SIZE
003990            CX-SECTION           DELIMITED BY SIZE
004000            "  ROOM "            DELIMITED BY SIZE
004010            OF-ROOM              DELIMITED BY SIZE
004020            "  INSTRUCTOR "      DELIMITED BY SIZE
004030            OF-INSTRUCTOR-ID     DELIMITED BY SIZE
004040            "  BY "              DELIMITED BY SIZE
004050            WS-CURRENT-USERNAME  DELIMITED BY SIZE
004060         INTO WS-REPORT-LINE.
004070     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
004080     MOVE "    STUDENT   ACTION" TO WS-REPORT-LINE.
004090     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

004100     PERFORM 2200-TABLE-ALTERNATIVES
004110         THRU 2200-TABLE-ALTERNATIVES-EXIT.
004120     PERFORM 2300-DROP-ENROLLMENTS
004130         THRU 2300-DROP-ENROLLMENTS-EXIT.
004140     IF WS-WAIT-USABLE
004150         PERFORM 2400-CLOSE-WAITLIST
004160             THRU 2400-CLOSE-WAITLIST-EXIT
004170     END-IF.
004180     PERFORM 2500-RELEASE-SEATS THRU 2500-RELEASE-SEATS-EXIT.
004190     PERFORM 2700-LIST-ALTERNATIVES
004200         THRU 2700-LIST-ALTERNATIVES-EXIT.
004210     GO TO 2000-NEXT-ENTRY.

004220 2000-WRITE-REJECT.
004230     ADD 1 TO WS-ENTRIES-REJECTED.
004240     MOVE SPACES TO WS-REPORT-LINE.
004250     STRING "NOT CANCELLED "     DELIMITED BY SIZE
004260            CX-COURSE-CODE       DELIMITED BY SIZE
004270            " TERM "             DELIMITED BY SIZE
004280            CX-TERM-CODE         DELIMITED BY SIZE
004290            " SECTION "          DELIMITED BY SIZE
004300            CX-SECTION           DELIMITED BY SIZE
004310            " - "                DELIMITED BY SIZE
004320            WS-REJECT-TEXT       DELIMITED BY SIZE
004330         INTO WS-REPORT-LINE.
004340     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

004350 2000-NEXT-ENTRY.
004360     PERFORM 2100-READ-CANCEL-ENTRY
004370         THRU 2100-READ-CANCEL-ENTRY-EXIT.
004380 2000-CANCEL-SECTION-EXIT.
004390     EXIT.

004400******************************************************************
004410* 2200-TABLE-ALTERNATIVES - KEEP EVERY OTHER OPEN SECTION OF THE
004420*                           SAME COURSE AND TERM.
004430******************************************************************
004440 2200-TABLE-ALTERNATIVES.
004450     MOVE ZERO TO WS-ALT-COUNT.
004460     MOVE "N" TO WS-ALT-FULL-SWITCH.
004470     MOVE "N" TO WS-SCAN-EOF-SWITCH.
004480     MOVE CX-COURSE-CODE TO OF-COURSE-CODE.
004490     MOVE CX-TERM-CODE TO OF-TERM-CODE.
004500     MOVE LOW-VALUES TO OF-SECTION.
004510     START OFFERING-FILE KEY IS NOT LESS THAN OF-OFFER-KEY
004520         INVALID KEY
004530             SET WS-SCAN-EOF TO TRUE
004540     END-START.
004550     PERFORM 2210-TABLE-ONE-OFFERING
004560         THRU 2210-TABLE-ONE-OFFERING-EXIT
004570         UNTIL WS-SCAN-EOF.
004580 2200-TABLE-ALTERNATIVES-EXIT.
004590     EXIT.

004600******************************************************************
004610* 2210-TABLE-ONE-OFFERING - ONE OFFERING OF THE COURSE AND TERM.
004620******************************************************************
004630 2210-TABLE-ONE-OFFERING.
004640     READ OFFERING-FILE NEXT RECORD
004650         AT END
004660             SET WS-SCAN-EOF TO TRUE
004670     END-READ.
004680     IF WS-OFF-STATUS NOT = "00" AND NOT WS-SCAN-EOF
004690         SET WS-SCAN-EOF TO TRUE
004700     END-IF.
004710     IF WS-SCAN-EOF
004720         GO TO 2210-TABLE-ONE-OFFERING-EXIT
004730     END-IF.
004740     IF OF-COURSE-CODE NOT = CX-COURSE-CODE
004750             OR OF-TERM-CODE NOT = CX-TERM-CODE
004760         SET WS-SCAN-EOF TO TRUE
004770         GO TO 2210-TABLE-ONE-OFFERING-EXIT
004780     END-IF.
004790     IF OF-SECTION = CX-SECTION OR OF-CANCELLED
004800         GO TO 2210-TABLE-ONE-OFFERING-EXIT
004810     END-IF.
004820     IF WS-ALT-COUNT >= 20
004830         SET WS-ALT-TABLE-FULL TO TRUE
004840         GO TO 2210-TABLE-ONE-OFFERING-EXIT
004850     END-IF.
004860     ADD 1 TO WS-ALT-COUNT.
004870     MOVE OF-SECTION TO WS-ALT-SECTION (WS-ALT-COUNT).
004880     MOVE OF-MEET-DAYS TO WS-ALT-DAYS (WS-ALT-COUNT).
004890     MOVE OF-START-TIME TO WS-ALT-START (WS-ALT-COUNT).
004900     MOVE OF-END-TIME TO WS-ALT-END (WS-ALT-COUNT).
004910     MOVE OF-ROOM TO WS-ALT-ROOM (WS-ALT-COUNT).
004920     MOVE OF-CAMPUS TO WS-ALT-CAMPUS (WS-ALT-COUNT).
004930     MOVE OF-MAX-ENROLLMENT TO WS-ALT-CAPACITY (WS-ALT-COUNT).
004940     MOVE ZERO TO WS-ALT-ENROLLED (WS-ALT-COUNT).
004950 2210-TABLE-ONE-OFFERING-EXIT.
004960     EXIT.

004970******************************************************************
004980* 2300-DROP-ENROLLMENTS - WALK THE COURSE'S REGISTRATIONS: DROP
004990*                         EVERY ENROLLED ONE IN THE CANCELLED
005000*                         SECTION AND COUNT THE OTHER SECTIONS'
005010*                         FOR THE ALTERNATIVES LIST.
005020******************************************************************
005030 2300-DROP-ENROLLMENTS.
005040     MOVE "N" TO WS-SCAN-EOF-SWITCH.
005050     MOVE CX-COURSE-CODE TO EN-COURSE-CODE.
005060     MOVE ZERO TO EN-STUDENT-ID.
005070     START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-COURSE-CODE
005080         INVALID KEY
005090             SET WS-SCAN-EOF TO TRUE
005100     END-START.
005110     PERFORM 2310-DROP-ONE-ENROLLMENT
005120         THRU 2310-DROP-ONE-ENROLLMENT-EXIT
005130         UNTIL WS-SCAN-EOF.
005140     IF WS-SECT-DROPPED = ZERO
005150         MOVE "    (NO ENROLLED REGISTRATIONS)" TO WS-REPORT-LINE
005160         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
005170     END-IF.
005180 2300-DROP-ENROLLMENTS-EXIT.
005190     EXIT.

005200******************************************************************
005210* 2310-DROP-ONE-ENROLLMENT - ONE REGISTRATION FOR THE COURSE.
005220******************************************************************
005230 2310-DROP-ONE-ENROLLMENT.
005240     READ ENROLLMENT-MASTER NEXT RECORD
005250         AT END
005260             SET WS-SCAN-EOF TO TRUE
005270     END-READ.
005280     IF WS-ENRL-STATUS NOT = "00" AND NOT WS-SCAN-EOF
005290         SET WS-SCAN-EOF TO TRUE
005300     END-IF.
005310     IF WS-SCAN-EOF
005320         GO TO 2310-DROP-ONE-ENROLLMENT-EXIT
005330     END-IF.
005340     IF EN-COURSE-CODE NOT = CX-COURSE-CODE
005350         SET WS-SCAN-EOF TO TRUE
005360         GO TO 2310-DROP-ONE-ENROLLMENT-EXIT
005370     END-IF.
005380     IF NOT EN-ENROLLED OR EN-TERM-CODE NOT = CX-TERM-CODE
005390         GO TO 2310-DROP-ONE-ENROLLMENT-EXIT
005400     END-IF.
005410     IF EN-SECTION NOT = CX-SECTION
005420         PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
005430                 UNTIL WS-ALT-SUB > WS-ALT-COUNT
005440             IF WS-ALT-SECTION (WS-ALT-SUB) = EN-SECTION
005450                 ADD 1 TO WS-ALT-ENROLLED (WS-ALT-SUB)
005460             END-IF
005470         END-PERFORM
005480         GO TO 2310-DROP-ONE-ENROLLMENT-EXIT
005490     END-IF.

005500     SET EN-DROPPED TO TRUE.
005510     REWRITE EN-ENROLLMENT-RECORD.
005520     ADD 1 TO WS-SECT-DROPPED.
005530     ADD 1 TO WS-TOTAL-DROPPED.

005540*    THE STUDENT DID NOT CHOOSE TO LEAVE - THE REFUND REGISTER
005550*    REFUNDS AN INSTITUTIONAL CANCELLATION IN FULL.
005560     IF WS-FEED-STATUS = "00"
005570         MOVE EN-STUDENT-ID TO DF-STUDENT-ID
005580         MOVE EN-COURSE-CODE TO DF-COURSE-CODE
005590         MOVE EN-TERM-CODE TO DF-TERM-CODE
005600         MOVE RH-RUN-DATE TO DF-DROP-DATE
005610         MOVE RH-PROGRAM-NAME TO DF-SOURCE
005620         SET DF-INSTITUTIONAL TO TRUE
005630         WRITE DF-DROP-RECORD
005640     END-IF.

005650     MOVE EN-STUDENT-ID TO WS-NOTICE-STUDENT.
005660     MOVE "DROPPED" TO WS-NOTICE-ACTION.
005670     PERFORM 2800-QUEUE-NOTICE THRU 2800-QUEUE-NOTICE-EXIT.

005680     MOVE SPACES TO WS-REPORT-LINE.
005690     STRING "    "               DELIMITED BY SIZE
005700            EN-STUDENT-ID        DELIMITED BY SIZE
005710            "  DROPPED - FULL REFUND FED" DELIMITED BY SIZE
005720         INTO WS-REPORT-LINE.
005730     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
005740 2310-DROP-ONE-ENROLLMENT-EXIT.
005750     EXIT.

005760******************************************************************
005770* 2400-CLOSE-WAITLIST - CLOSE EVERY WAITING ENTRY FOR THE
005780*                       CANCELLED SECTION.
005790******************************************************************
005800 2400-CLOSE-WAITLIST.
005810     MOVE "N" TO WS-SCAN-EOF-SWITCH.
005820     MOVE CX-COURSE-CODE TO WL-COURSE-CODE.
005830     MOVE ZERO TO WL-ENTRY-SEQ.
005840     START WAITLIST-FILE KEY IS NOT LESS THAN WL-WAIT-KEY
005850         INVALID KEY
005860             SET WS-SCAN-EOF TO TRUE
005870     END-START.
005880     PERFORM 2410-CLOSE-ONE-WAITER THRU 2410-CLOSE-ONE-WAITER-EXIT
005890         UNTIL WS-SCAN-EOF.
005900 2400-CLOSE-WAITLIST-EXIT.
005910     EXIT.

005920******************************************************************
005930* 2410-CLOSE-ONE-WAITER - ONE WAITLIST ENTRY FOR THE COURSE.
005940******************************************************************
005950 2410-CLOSE-ONE-WAITER.
005960     READ WAITLIST-FILE NEXT RECORD
005970         AT END
005980             SET WS-SCAN-EOF TO TRUE
005990     END-READ.
006000     IF WS-WAIT-STATUS NOT = "00" AND NOT WS-SCAN-EOF
006010         SET WS-SCAN-EOF TO TRUE
006020     END-IF.
006030     IF WS-SCAN-EOF
006040         GO TO 2410-CLOSE-ONE-WAITER-EXIT
006050     END-IF.
006060     IF WL-COURSE-CODE NOT = CX-COURSE-CODE
006070         SET WS-SCAN-EOF TO TRUE
006080         GO TO 2410-CLOSE-ONE-WAITER-EXIT
006090     END-IF.
006100     IF NOT WL-WAITING OR WL-TERM-CODE NOT = CX-TERM-CODE
006110             OR WL-SECTION NOT = CX-SECTION
006120         GO TO 2410-CLOSE-ONE-WAITER-EXIT
006130     END-IF.

006140     SET WL-CLOSED TO TRUE.
006150     REWRITE WL-WAITLIST-RECORD.
006160     ADD 1 TO WS-SECT-UNLISTED.
006170     ADD 1 TO WS-TOTAL-UNLISTED.

006180     MOVE WL-STUDENT-ID TO WS-NOTICE-STUDENT.
006190     MOVE "OFF WAITLIST" TO WS-NOTICE-ACTION.
006200     PERFORM 2800-QUEUE-NOTICE THRU 2800-QUEUE-NOTICE-EXIT.

006210     MOVE SPACES TO WS-REPORT-LINE.
006220     STRING "    "               DELIMITED BY SIZE
006230            WL-STUDENT-ID        DELIMITED BY SIZE
006240            "  WAITLIST ENTRY CLOSED" DELIMITED BY SIZE
006250         INTO WS-REPORT-LINE.
006260     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
006270 2410-CLOSE-ONE-WAITER-EXIT.
006280     EXIT.

006290******************************************************************
006300* 2500-RELEASE-SEATS - GIVE THE DROPPED SEATS BACK.  THE COUNTER
006310*                      IS KEPT PER COURSE AND TERM, SO A SECTION
006320*                      THAT WAS THE COURSE'S ONLY ONE LEAVES IT AT
006330*                      ZERO WHILE OTHER SECTIONS KEEP THEIR SEATS;
006340*                      A MISSING COUNTER IS LEFT FOR ENRLBAT OR
006350*                      SEATRCNT.
006360******************************************************************
006370 2500-RELEASE-SEATS.
006380     MOVE SPACES TO WS-REPORT-LINE.
006390     MOVE WS-SECT-DROPPED TO WS-COUNT-ED.
006400     STRING "    REGISTRATIONS DROPPED: " DELIMITED BY SIZE
006410            WS-COUNT-ED                   DELIMITED BY SIZE
006420         INTO WS-REPORT-LINE.
006430     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
006440     MOVE SPACES TO WS-REPORT-LINE.
006450     MOVE WS-SECT-UNLISTED TO WS-COUNT-ED.
006460     STRING "    WAITLIST CLOSED:       " DELIMITED BY SIZE
006470            WS-COUNT-ED                   DELIMITED BY SIZE
006480         INTO WS-REPORT-LINE.
006490     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

006500     IF NOT WS-SEAT-USABLE
006510         GO TO 2500-RELEASE-SEATS-EXIT
006520     END-IF.
006530     MOVE CX-COURSE-CODE TO SC-COURSE-CODE.
006540     MOVE CX-TERM-CODE TO SC-TERM-CODE.
006550     READ SEAT-COUNTER
006560         INVALID KEY
006570             CONTINUE
006580     END-READ.
006590     IF WS-SEAT-STATUS NOT = "00"
006600         MOVE "    SEAT COUNTER: NONE ON FILE - LEFT FOR SEATRCNT"
006610             TO WS-REPORT-LINE
006620         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
006630         GO TO 2500-RELEASE-SEATS-EXIT
006640     END-IF.
006650     MOVE SC-SEATS-TAKEN TO WS-SEATS-BEFORE.
006660     IF SC-SEATS-TAKEN > WS-SECT-DROPPED
006670         SUBTRACT WS-SECT-DROPPED FROM SC-SEATS-TAKEN
006680     ELSE
006690         MOVE ZERO TO SC-SEATS-TAKEN
006700     END-IF.
006710     REWRITE SC-SEAT-RECORD.
006720     MOVE WS-SEATS-BEFORE TO WS-SEATS-ED.
006730     MOVE SC-SEATS-TAKEN TO WS-SEATS-AFTER-ED.
006740     MOVE SPACES TO WS-REPORT-LINE.
006750     STRING "    SEAT COUNTER:          " DELIMITED BY SIZE
006760            WS-SEATS-ED                   DELIMITED BY SIZE
006770            " -> "                        DELIMITED BY SIZE
006780            WS-SEATS-AFTER-ED             DELIMITED BY SIZE
006790         INTO WS-REPORT-LINE.
006800     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
006810 2500-RELEASE-SEATS-EXIT.
006820     EXIT.

006830******************************************************************
006840* 2700-LIST-ALTERNATIVES - THE OTHER SECTIONS OF THE COURSE AND
006850*                          TERM WITH A SEAT LEFT (NO CAPACITY ON
006860*                          THE OFFERING MEANS NO LIMIT).
006870******************************************************************
006880 2700-LIST-ALTERNATIVES.
006890     MOVE "    OPEN ALTERNATIVE SECTIONS:" TO WS-REPORT-LINE.
006900     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
006910     MOVE "      SEC DAYS     TIME       ROOM    CAMPUS  SEATS"
006920         TO WS-REPORT-LINE.
006930     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
006940     MOVE ZERO TO WS-ALT-OPEN-COUNT.
006950     PERFORM 2710-LIST-ONE-ALTERNATIVE
006960         THRU 2710-LIST-ONE-ALTERNATIVE-EXIT
006970         VARYING WS-ALT-SUB FROM 1 BY 1
006980         UNTIL WS-ALT-SUB > WS-ALT-COUNT.
006990     IF WS-ALT-OPEN-COUNT = ZERO
007000         MOVE "      (NONE OPEN)" TO WS-REPORT-LINE
007010         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
007020     END-IF.
007030     IF WS-ALT-TABLE-FULL
007040         MOVE "      (MORE THAN 20 SECTIONS - LIST INCOMPLETE)"
007050             TO WS-REPORT-LINE
007060         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
007070     END-IF.
007080 2700-LIST-ALTERNATIVES-EXIT.
007090     EXIT.

007100******************************************************************
007110* 2710-LIST-ONE-ALTERNATIVE - ONE SECTION, IF IT HAS A SEAT.
007120******************************************************************
007130 2710-LIST-ONE-ALTERNATIVE.
007140     IF WS-ALT-CAPACITY (WS-ALT-SUB) > ZERO
007150             AND WS-ALT-ENROLLED (WS-ALT-SUB)
007160                 >= WS-ALT-CAPACITY (WS-ALT-SUB)
007170         GO TO 2710-LIST-ONE-ALTERNATIVE-EXIT
007180     END-IF.
007190     ADD 1 TO WS-ALT-OPEN-COUNT.
007200     MOVE SPACES TO WS-REPORT-LINE.
007210     STRING "      "                   DELIMITED BY SIZE
007220            WS-ALT-SECTION (WS-ALT-SUB) DELIMITED BY SIZE
007230            "  "                       DELIMITED BY SIZE
007240            WS-ALT-DAYS (WS-ALT-SUB)   DELIMITED BY SIZE
007250            "  "                       DELIMITED BY SIZE
007260            WS-ALT-START (WS-ALT-SUB)  DELIMITED BY SIZE
007270            "-"                        DELIMITED BY SIZE
007280            WS-ALT-END (WS-ALT-SUB)    DELIMITED BY SIZE
007290            "  "                       DELIMITED BY SIZE
007300            WS-ALT-ROOM (WS-ALT-SUB)   DELIMITED BY SIZE
007310            "  "                       DELIMITED BY SIZE
007320            WS-ALT-CAMPUS (WS-ALT-SUB) DELIMITED BY SIZE
007330         INTO WS-REPORT-LINE.
007340     IF WS-ALT-CAPACITY (WS-ALT-SUB) = ZERO
007350         MOVE "NO LIMIT" TO WS-REPORT-LINE (49:8)
007360     ELSE
007370         MOVE WS-ALT-ENROLLED (WS-ALT-SUB) TO WS-ENROLLED-ED
007380         MOVE WS-ALT-CAPACITY (WS-ALT-SUB) TO WS-CAPACITY-ED
007390         STRING WS-ENROLLED-ED     DELIMITED BY SIZE
007400                " OF "             DELIMITED BY SIZE
007410                WS-CAPACITY-ED     DELIMITED BY SIZE
007420                " TAKEN"           DELIMITED BY SIZE
007430             INTO WS-REPORT-LINE (49:20)
007440         END-STRING
007450     END-IF.
007460     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007470 2710-LIST-ONE-ALTERNATIVE-EXIT.
007480     EXIT.

007490******************************************************************
007500* 2800-QUEUE-NOTICE - TELL THE STUDENT: ONE TYPED EVENT TO THE
007510*                     CENTRAL QUEUE FOR THE NIGHTLY FORMATTER.
007520*                     THE CALLER LEAVES THE STUDENT AND WHAT
007530*                     HAPPENED IN WS-NOTICE-STUDENT/-ACTION.
007540******************************************************************
007550 2800-QUEUE-NOTICE.
007560     IF WS-NOTIF-STATUS NOT = "00"
007570         GO TO 2800-QUEUE-NOTICE-EXIT
007580     END-IF.
007590     SET NF-EVENT-SECT-CANCEL TO TRUE.
007600     MOVE RH-RUN-DATE TO NF-EVENT-DATE.
007610     ACCEPT NF-EVENT-TIME FROM TIME.
007620     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
007630     MOVE SPACES TO NF-SUBJECT-ID.
007640     MOVE WS-NOTICE-STUDENT TO NF-SUBJECT-ID.
007650     MOVE SPACES TO NF-EVENT-TEXT.
007660     STRING CX-COURSE-CODE       DELIMITED BY SIZE
007670            " "                  DELIMITED BY SIZE
007680            CX-TERM-CODE         DELIMITED BY SIZE
007690            "/"                  DELIMITED BY SIZE
007700            CX-SECTION           DELIMITED BY SIZE
007710            " CANCELLED, "       DELIMITED BY SIZE
007720            WS-NOTICE-ACTION     DELIMITED BY "  "
007730         INTO NF-EVENT-TEXT.
007740     WRITE NF-NOTIFY-RECORD.
007750     ADD 1 TO WS-NOTICES-QUEUED.
007760 2800-QUEUE-NOTICE-EXIT.
007770     EXIT.

007780******************************************************************
007790* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
007800******************************************************************
007810 3000-FINISH.
007820     MOVE SPACES TO WS-REPORT-LINE.
007830     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007840     MOVE WS-ENTRIES-READ TO WS-COUNT-ED.
007850     MOVE SPACES TO WS-REPORT-LINE.
007860     STRING "LIST ENTRIES READ:     " DELIMITED BY SIZE
007870            WS-COUNT-ED               DELIMITED BY SIZE
007880         INTO WS-REPORT-LINE.
007890     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007900     MOVE WS-SECTIONS-CANCELLED TO WS-COUNT-ED.
007910     MOVE SPACES TO WS-REPORT-LINE.
007920     STRING "SECTIONS CANCELLED:    " DELIMITED BY SIZE
007930            WS-COUNT-ED               DELIMITED BY SIZE
007940         INTO WS-REPORT-LINE.
007950     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007960     MOVE WS-ENTRIES-REJECTED TO WS-COUNT-ED.
007970     MOVE SPACES TO WS-REPORT-LINE.
007980     STRING "REJECTED:              " DELIMITED BY SIZE
007990            WS-COUNT-ED               DELIMITED BY SIZE
008000         INTO WS-REPORT-LINE.
008010     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008020     MOVE WS-TOTAL-DROPPED TO WS-COUNT-ED.
008030     MOVE SPACES TO WS-REPORT-LINE.
008040     STRING "REGISTRATIONS DROPPED: " DELIMITED BY SIZE
008050            WS-COUNT-ED               DELIMITED BY SIZE
008060         INTO WS-REPORT-LINE.
008070     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008080     MOVE WS-TOTAL-UNLISTED TO WS-COUNT-ED.
008090     MOVE SPACES TO WS-REPORT-LINE.
008100     STRING "WAITLIST CLOSED:       " DELIMITED BY SIZE
008110            WS-COUNT-ED               DELIMITED BY SIZE
008120         INTO WS-REPORT-LINE.
008130     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008140     MOVE WS-NOTICES-QUEUED TO WS-COUNT-ED.
008150     MOVE SPACES TO WS-REPORT-LINE.
008160     STRING "NOTIFICATIONS QUEUED:  " DELIMITED BY SIZE
008170            WS-COUNT-ED               DELIMITED BY SIZE
008180         INTO WS-REPORT-LINE.
008190     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008200     IF NOT WS-FATAL
008210             AND (WS-LIST-STATUS = "00" OR WS-LIST-STATUS = "10")
008220         CLOSE CANCEL-LIST
008230*        THE LIST IS CONSUMED - EMPTY IT.  REJECTED ENTRIES WERE
008240*        REPORTED AND ARE THE REGISTRAR'S TO RE-KEY.
008250         OPEN OUTPUT CANCEL-LIST
008260         CLOSE CANCEL-LIST
008270     END-IF.
008280     IF NOT WS-FATAL
008290         CLOSE OFFERING-FILE
008300         CLOSE ENROLLMENT-MASTER
008310         IF WS-WAIT-USABLE
008320             CLOSE WAITLIST-FILE
008330         END-IF
008340         IF WS-SEAT-USABLE
008350             CLOSE SEAT-COUNTER
008360         END-IF
008370         CLOSE DROP-FEED
008380         CLOSE NOTIFY-QUEUE
008390     END-IF.
008400     CLOSE CANCEL-RPT.

008410*    RELEASE THE MASTER BACK TO THE ONLINE PROGRAMS.
008420     IF WS-LOCK-HELD
008430         OPEN OUTPUT MASTER-LOCK
008440         CLOSE MASTER-LOCK
008450     END-IF.

008460     IF WS-FATAL
008470         MOVE 8 TO RETURN-CODE
008480     ELSE
008490         IF WS-ENTRIES-REJECTED > ZERO
008500             MOVE 4 TO RETURN-CODE
008510         ELSE
008520             MOVE 0 TO RETURN-CODE
008530         END-IF
008540     END-IF.
008550 3000-FINISH-EXIT.
008560     EXIT.

008570 END PROGRAM SECTCNCL.
