000010******************************************************************
000020* PROGRAM-ID : ENRLAPLY
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   REGISTRATION SERVICE.  CHECKS AND POSTS ONE ADD OR DROP
000090*   TRANSACTION (ENRLTRAN FORMAT) AGAINST THE ENROLLMENT MASTER
000100*   UNDER EVERY REGISTRATION RULE - STUDENT AND COURSE ON FILE,
000110*   HOLDS, TIME TICKET, OFFERING AND TIME CONFLICT, CATALOG-
000120*   VERSION PREREQUISITES, CREDIT MAXIMUM AND OVERLOADS, CROSS-
000130*   CAMPUS APPROVAL, CAPACITY AND WAITLIST QUEUEING, AND OVERRIDE
000140*   PERMITS.  SEATS MOVE ON SEATCTR AS EACH ADD OR DROP LANDS; A
000150*   LANDED DROP FEEDS THE REFUND REGISTER (DROPFEED) AND PROMOTES
000160*   THE NEXT WAITING STUDENT, AND THE NOTIFICATIONS GO TO THE
000170*   CENTRAL QUEUE.  THE BATCH (ENRLBAT) AND THE STUDENT
000180*   SELF-SERVICE ADD/DROP (MAINMENU) BOTH CALL IT, SO THE RULES
000190*   LIVE IN ONE PLACE.  THE CALLER OPENS, APPLIES AND CLOSES
000200*   (ENRLAPLY.CPY); THE DROP FEED AND NOTIFICATIONS CARRY THE
000210*   CALLER'S PROGRAM NAME AND DATE.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-10-15  RO   ORIGINAL PROGRAM - THE RULES AND POSTING
000250*                    TAKEN OUT OF ENRLBAT UNCHANGED.
000252*   2026-10-15  RO   A DROP CANCELLING THE REGISTRATION FOR
000254*                    NON-PAYMENT (ET-DROP-REASON "P", NPAYCNCL)
000256*                    IS MARKED SO ON THE DROP FEED AND QUEUES AN
000258*                    "NP" NOTIFICATION TO THE STUDENT.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    ENRLAPLY.
000290 AUTHOR.        R. OKONKWO.
000300 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS EN-ENROLL-KEY
000400         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-ENRL-STATUS.

000430     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SM-STUDENT-ID
000470         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-MAST-STATUS.

000500     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CM-COURSE-CODE
000540         FILE STATUS IS WS-CRS-STATUS.

000550     SELECT GRADE-MASTER ASSIGN TO "GRADMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS GR-GRADE-KEY
000590         FILE STATUS IS WS-GRADE-STATUS.

000600     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS WL-WAIT-KEY
000640         FILE STATUS IS WS-WAIT-STATUS.

000650     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS HD-HOLD-KEY
000690         FILE STATUS IS WS-HOLD-STATUS.

000700     SELECT OFFERING-FILE ASSIGN TO "CRSOFFER"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS OF-OFFER-KEY
000740         FILE STATUS IS WS-OFF-STATUS.

000750     SELECT DROP-FEED ASSIGN TO "DROPFEED"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FEED-STATUS.

000780     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQUE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-NOTIF-STATUS.

000810     SELECT SEAT-COUNTER ASSIGN TO "SEATCTR"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS SC-SEAT-KEY
000850         FILE STATUS IS WS-SEAT-STATUS.

000860     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS DG-STUDENT-ID
000900         FILE STATUS IS WS-DEMO-STATUS.

000910     SELECT CROSS-CAMPUS-QUEUE ASSIGN TO "XCAMPQUE"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-XCAM-STATUS.

000940     SELECT TICKET-FILE ASSIGN TO "TIMETKT"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS TK-TICKET-KEY
000980         FILE STATUS IS WS-TKT-STATUS.

000990     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS TM-TERM-CODE
001030         FILE STATUS IS WS-TERM-STATUS.

001040     SELECT STANDING-FILE ASSIGN TO "STANDING"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS AS-STUDENT-ID
001080         FILE STATUS IS WS-STND-STATUS.

001090     SELECT OVERLOAD-FILE ASSIGN TO "OVLDAPPR"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS OA-OVERLOAD-KEY
001130         FILE STATUS IS WS-OVLD-STATUS.

001140     SELECT PERMIT-FILE ASSIGN TO "PERMITS"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS PX-PERMIT-KEY
001180         FILE STATUS IS WS-PERM-STATUS.

001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  ENROLLMENT-MASTER.
001220     COPY "enrlrec.cpy".

001230 FD  STUDENT-MASTER.
001240     COPY "studrec.cpy".

001250 FD  COURSE-MASTER.
001260     COPY "crsrec.cpy".

001270 FD  GRADE-MASTER.
001280     COPY "graderec.cpy".

001290 FD  WAITLIST-FILE.
001300     COPY "waitlist.cpy".

001310 FD  OFFERING-FILE.
001320     COPY "crsoffer.cpy".

001330 FD  HOLD-FILE.
001340     COPY "holdrec.cpy".

001350 FD  DROP-FEED.
001360     COPY "dropfeed.cpy".

001370 FD  NOTIFY-QUEUE.
001380     COPY "notifrec.cpy".

001390 FD  SEAT-COUNTER.
001400     COPY "seatctr.cpy".

001410 FD  DEMOG-FILE.
001420     COPY "demogrec.cpy".

001430 FD  CROSS-CAMPUS-QUEUE.
001440     COPY "xcampque.cpy".

001450 FD  TICKET-FILE.
001460     COPY "timetkt.cpy".

001470 FD  TERM-CONTROL.
001480     COPY "termrec.cpy".

001490 FD  STANDING-FILE.
001500     COPY "standrec.cpy".

001510 FD  OVERLOAD-FILE.
001520     COPY "ovldappr.cpy".

001530 FD  PERMIT-FILE.
001540     COPY "permit.cpy".

001550 WORKING-STORAGE SECTION.
001560     COPY "runhdr.cpy".

001570*    THE TRANSACTION BEING APPLIED, AS THE CALLER PASSED IT.
001580     COPY "enrltran.cpy".

001590 01  WS-SWITCHES.
001600     05  WS-COUNT-EOF-SWITCH  PIC X(01) VALUE "N".
001610         88  WS-COUNT-EOF     VALUE "Y".

001620 01  WS-FILE-STATUSES.
001630     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001640     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001650     05  WS-CRS-STATUS        PIC X(02) VALUE "00".
001660     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
001670     05  WS-WAIT-STATUS       PIC X(02) VALUE "00".
001680     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
001690     05  WS-HOLD-STATUS       PIC X(02) VALUE "00".
001700     05  WS-FEED-STATUS       PIC X(02) VALUE "00".
001710     05  WS-NOTIF-STATUS      PIC X(02) VALUE "00".
001720     05  WS-SEAT-STATUS       PIC X(02) VALUE "00".
001730     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001740     05  WS-XCAM-STATUS       PIC X(02) VALUE "00".
001750     05  WS-TKT-STATUS        PIC X(02) VALUE "00".
001760     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001770     05  WS-STND-STATUS       PIC X(02) VALUE "00".
001780     05  WS-OVLD-STATUS       PIC X(02) VALUE "00".
001790     05  WS-PERM-STATUS       PIC X(02) VALUE "00".

001800 01  WS-SEATS-TAKEN           PIC 9(05) COMP VALUE ZERO.

001810*    REJECT REASON RETURNED TO THE CALLER:
001820*      NF = STUDENT NOT ON MASTER    NC = COURSE NOT ON CATALOG
001830*      DU = ALREADY ENROLLED         NE = NOT ENROLLED (DROP)
001840*      CF = COURSE FULL              IV = BAD ACTION CODE
001850*      PQ = PREREQUISITE NOT MET     NO = NO SUCH OFFERING
001860*      TC = TIME CONFLICT WITH AN EXISTING REGISTRATION
001870*      H* = ACTIVE HOLD, TYPE IN THE SECOND CHARACTER
001880*      TT = ADDED BEFORE THE STUDENT'S TIME TICKET OPENS
001890*      CL = OVER THE TERM'S CREDIT MAXIMUM, NO OVERLOAD
001900*      SX = SECTION CANCELLED (SECTCNCL)
001910*      CC = HELD FOR CROSS-CAMPUS APPROVAL (XCAMPQUE)
001920*    AN ACTIVE PERMIT (PERMMNT) MAY OVERRIDE PQ, TC, CC AND A
001930*    FULL SECTION (PERMIT CODE "CF" - THE ADD IS TAKEN RATHER
001940*    THAN WAITLISTED).
001950 01  WS-REJECT-REASON         PIC X(02).

001960 01  WS-SAVED-COURSE-CODE     PIC X(06).

001970*    PREREQUISITE CHECK.  THE GRADE MASTER IS LATCHED USABLE
001980*    ONCE AT OPEN, AS STUDBAT DOES - A COURSE WITH PREREQUISITES
001990*    CANNOT BE PROVEN WITHOUT IT AND THE ADD IS REFUSED.
002000 01  WS-GRADES-USABLE-SWITCH  PIC X(01) VALUE "N".
002010     88  WS-GRADES-USABLE     VALUE "Y".
002020 01  WS-PREREQ-CODE           PIC X(06).
002030 01  WS-PREREQ-MET-SWITCH     PIC X(01).
002040     88  WS-PREREQ-MET        VALUE "Y".
002050 01  WS-PREREQ-SCAN-SWITCH    PIC X(01).
002060     88  WS-PREREQ-SCAN-DONE  VALUE "Y".
002070 01  WS-PREREQ-SEQ            PIC 9(02).

002080*    WAITLIST QUEUEING AND PROMOTION WORK FIELDS.  ONE WAITLIST
002090*    SCAN PER CAPACITY REJECT NOTES THE NEXT FREE ARRIVAL
002100*    SEQUENCE, HOW MANY ARE WAITING AHEAD, AND WHETHER THIS
002110*    STUDENT IS ALREADY QUEUED FOR THE COURSE.
002120 01  WS-WAITLISTED-SWITCH     PIC X(01) VALUE "N".
002130     88  WS-WAITLISTED        VALUE "Y".
002140 01  WS-WL-SCAN-SWITCH        PIC X(01).
002150     88  WS-WL-SCAN-DONE      VALUE "Y".
002160 01  WS-WL-NEXT-SEQ           PIC 9(03).
002170 01  WS-WL-AHEAD-COUNT        PIC 9(03).
002180 01  WS-WL-ALREADY-SWITCH     PIC X(01).
002190     88  WS-WL-ALREADY-QUEUED VALUE "Y".
002200 01  WS-WL-POSITION           PIC 9(03).
002210 01  WS-WL-PICK-SEQ           PIC 9(03).
002220 01  WS-WL-PICK-STUDENT       PIC 9(08).
002230 01  WS-PROMO-DONE-SWITCH     PIC X(01).
002240     88  WS-PROMO-DONE        VALUE "Y".
002250 01  WS-WL-PICK-TERM          PIC X(05).
002260 01  WS-WL-PICK-SECTION       PIC X(02).

002270*    OFFERING AND TIME-CONFLICT CHECK.  A MISSING OFFERING FILE
002280*    IS TOLERATED THE WAY A MISSING TERM FILE IS ON THE GRADE
002290*    PATH - SITES THAT HAVE NOT LOADED OFFERINGS (OFFRLOAD)
002300*    KEEP ENROLLING UNDER THE OLD COURSE-ONLY RULES.
002310 01  WS-OFFER-USABLE-SWITCH   PIC X(01) VALUE "N".
002320     88  WS-OFFER-USABLE      VALUE "Y".
002330 01  WS-TGT-MEETING.
002340     05  WS-TGT-DAYS.
002350         10  WS-TGT-DAY       OCCURS 7 TIMES PIC X(01).
002360     05  WS-TGT-START         PIC 9(04).
002370     05  WS-TGT-END           PIC 9(04).
002380 01  WS-OTH-MEETING.
002390     05  WS-OTH-DAYS.
002400         10  WS-OTH-DAY       OCCURS 7 TIMES PIC X(01).
002410     05  WS-OTH-START         PIC 9(04).
002420     05  WS-OTH-END           PIC 9(04).
002430 01  WS-DAY-SUB               PIC 9(01) COMP.
002440 01  WS-CONFLICT-SWITCH       PIC X(01).
002450     88  WS-TIME-CONFLICT     VALUE "Y".
002460 01  WS-CONFLICT-SCAN-SWITCH  PIC X(01).
002470     88  WS-CONFLICT-DONE     VALUE "Y".

002480*    HOLD ENFORCEMENT.  A MISSING HOLD FILE SIMPLY MEANS NO
002490*    HOLDS HAVE EVER BEEN PLACED (HOLDMNT).
002500 01  WS-HOLDS-USABLE-SWITCH   PIC X(01) VALUE "N".
002510     88  WS-HOLDS-USABLE      VALUE "Y".
002520 01  WS-DEMOG-USABLE-SWITCH   PIC X(01) VALUE "N".
002530     88  WS-DEMOG-USABLE      VALUE "Y".
002540 01  WS-STUDENT-CAMPUS        PIC X(02).
002550 01  WS-HOLD-SCAN-SWITCH      PIC X(01).
002560     88  WS-HOLD-SCAN-DONE    VALUE "Y".
002570 01  WS-HELD-TYPE             PIC X(01).

002580*    TIME TICKETS.  NO TICKET FILE, NO TICKET FOR THE STUDENT
002590*    AND TERM, OR AN UNSTAMPED TRANSACTION ALL MEAN THE ADD IS
002600*    NOT HELD TO A WINDOW.
002610 01  WS-TICKETS-USABLE-SWITCH PIC X(01) VALUE "N".
002620     88  WS-TICKETS-USABLE    VALUE "Y".

002630*    CREDIT-LOAD MAXIMUM.  NO TERM FILE, A TERM NOT ON IT, OR A
002640*    ZERO MAXIMUM MEANS NO LIMIT; NO STANDING FILE MEANS NOBODY
002650*    IS HELD TO THE PROBATION MAXIMUM; NO OVERLOAD FILE MEANS
002660*    NO OVERLOADS HAVE EVER BEEN APPROVED.  THE HOURS ARE THOSE
002670*    OF THE CATALOG VERSION IN FORCE FOR THE TERM (CRSVERS -
002680*    CM-CREDIT-HOURS WHEN THE COURSE HAS NO HISTORY).
002690 01  WS-TERMS-USABLE-SWITCH   PIC X(01) VALUE "N".
002700     88  WS-TERMS-USABLE      VALUE "Y".
002710 01  WS-STANDING-USABLE-SWITCH PIC X(01) VALUE "N".
002720     88  WS-STANDING-USABLE   VALUE "Y".
002730 01  WS-OVERLOADS-USABLE-SWITCH PIC X(01) VALUE "N".
002740     88  WS-OVERLOADS-USABLE  VALUE "Y".
002750 01  WS-OVERLOAD-SWITCH       PIC X(01) VALUE "N".
002760     88  WS-OVERLOAD-USED     VALUE "Y".
002770 01  WS-LOAD-SCAN-SWITCH      PIC X(01).
002780     88  WS-LOAD-SCAN-DONE    VALUE "Y".
002790 01  WS-ADD-HOURS             PIC 9(02).
002800 01  WS-LOAD-LIMIT            PIC 9(02).
002810 01  WS-TERM-LOAD             PIC 9(03).

002820*    OVERRIDE PERMITS.  NO PERMIT FILE MEANS NONE HAVE EVER BEEN
002830*    GRANTED.  THE CODES OF THE CHECKS A PERMIT ACTUALLY TOOK
002840*    THE ADD PAST ARE COLLECTED FOR THE CALLER.
002850 01  WS-PERMITS-USABLE-SWITCH PIC X(01) VALUE "N".
002860     88  WS-PERMITS-USABLE    VALUE "Y".
002870 01  WS-PERMIT-SWITCH         PIC X(01) VALUE "N".
002880     88  WS-HAVE-PERMIT       VALUE "Y".
002890 01  WS-OVR-CODE              PIC X(02).
002900 01  WS-PERMIT-USED-CODES     PIC X(12).
002910 01  WS-PERMIT-PTR            PIC 9(02) COMP.

002920*    THE TERM WHOSE SEAT IS BEING COUNTED OR MOVED, AND THE
002930*    TERM A LANDED DROP JUST FREED A SEAT IN - CAPACITY AND
002940*    THE WAITLIST ARE PER COURSE PLUS TERM.
002950 01  WS-SEAT-TERM             PIC X(05).
002960 01  WS-FREED-TERM            PIC X(05).

002970*    THE TARGET OFFERING'S CAMPUS AND SECTION CAPACITY, SAVED
002980*    THE MOMENT 3100 READS IT - THE TIME-CONFLICT SCAN
002990*    RE-READS OTHER OFFERINGS INTO THE SAME OF BUFFER.
003000 01  WS-TGT-CAMPUS            PIC X(02).
003010 01  WS-TGT-CAPACITY          PIC 9(03).
003020*    THE CAPACITY ACTUALLY ENFORCED - THE OFFERING'S WHEN THE
003030*    ADD NAMES ONE, THE CATALOG'S OTHERWISE.
003040 01  WS-CAP-LIMIT             PIC 9(03).
003050*    A LIVE PRIOR-TERM REGISTRATION THE RETAKE WILL REUSE -
003060*    ITS TERM'S SEAT MUST BE GIVEN BACK BEFORE THE REWRITE.
003070 01  WS-PRIOR-LIVE-SWITCH     PIC X(01).
003080     88  WS-PRIOR-LIVE        VALUE "Y".
003090 01  WS-PRIOR-TERM            PIC X(05).

003100*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
003110     COPY "grdval.cpy".

003120*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
003130     COPY "crsvers.cpy".

003140 LINKAGE SECTION.
003150     COPY "enrlaply.cpy".

003160 PROCEDURE DIVISION USING EA-APPLY-AREA.

003170******************************************************************
003180* 0000-MAINLINE - OPEN, APPLY ONE TRANSACTION, OR CLOSE.
003190******************************************************************
003200 0000-MAINLINE.
003210     EVALUATE TRUE
003220         WHEN EA-OPEN
003230             PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
003240         WHEN EA-APPLY
003250             PERFORM 2000-APPLY-TRANSACTION
003260                 THRU 2000-APPLY-TRANSACTION-EXIT
003270         WHEN EA-CLOSE
003280             PERFORM 3000-CLOSE-FILES THRU 3000-CLOSE-FILES-EXIT
003290     END-EVALUATE.
003300     GOBACK.

003310******************************************************************
003320* 1000-OPEN-FILES - OPEN FOR THE CALLER.  THE USABLE SWITCHES ARE
003330*                   LATCHED AFRESH ON EVERY OPEN - THE ONLINE
003340*                   CALLER OPENS AND CLOSES ONCE PER TRANSACTION.
003350******************************************************************
003360 1000-OPEN-FILES.
003370     MOVE EA-PROGRAM-NAME TO RH-PROGRAM-NAME.
003380     MOVE EA-RUN-DATE TO RH-RUN-DATE.
003390     MOVE "N" TO WS-GRADES-USABLE-SWITCH.
003400     MOVE "N" TO WS-OFFER-USABLE-SWITCH.
003410     MOVE "N" TO WS-HOLDS-USABLE-SWITCH.
003420     MOVE "N" TO WS-DEMOG-USABLE-SWITCH.
003430     MOVE "N" TO WS-TICKETS-USABLE-SWITCH.
003440     MOVE "N" TO WS-TERMS-USABLE-SWITCH.
003450     MOVE "N" TO WS-STANDING-USABLE-SWITCH.
003460     MOVE "N" TO WS-OVERLOADS-USABLE-SWITCH.
003470     MOVE "N" TO WS-PERMITS-USABLE-SWITCH.
003480     MOVE "N" TO EA-FILES-FLAG.
003490     OPEN INPUT STUDENT-MASTER.
003500     OPEN INPUT COURSE-MASTER.
003510     OPEN INPUT GRADE-MASTER.
003520     IF WS-GRADE-STATUS = "00"
003530         SET WS-GRADES-USABLE TO TRUE
003540     END-IF.
003550     OPEN INPUT OFFERING-FILE.
003560     IF WS-OFF-STATUS = "00"
003570         SET WS-OFFER-USABLE TO TRUE
003580     END-IF.
003590     OPEN INPUT HOLD-FILE.
003600     IF WS-HOLD-STATUS = "00"
003610         SET WS-HOLDS-USABLE TO TRUE
003620     END-IF.
003630     OPEN EXTEND DROP-FEED.
003640     IF WS-FEED-STATUS = "05" OR WS-FEED-STATUS = "35"
003650         OPEN OUTPUT DROP-FEED
003660     END-IF.
003670     OPEN EXTEND NOTIFY-QUEUE.
003680     IF WS-NOTIF-STATUS = "05" OR WS-NOTIF-STATUS = "35"
003690         OPEN OUTPUT NOTIFY-QUEUE
003700     END-IF.
003710     OPEN I-O SEAT-COUNTER.
003720     IF WS-SEAT-STATUS = "35"
003730         OPEN OUTPUT SEAT-COUNTER
003740         CLOSE SEAT-COUNTER
003750         OPEN I-O SEAT-COUNTER
003760     END-IF.
003770*    A SITE WITHOUT THE DEMOGRAPHICS SATELLITE HAS NO CAMPUS
003780*    TO CHECK - CROSS-CAMPUS HOLDS SIMPLY NEVER FIRE.
003790     OPEN INPUT DEMOG-FILE.
003800     IF WS-DEMO-STATUS = "00"
003810         SET WS-DEMOG-USABLE TO TRUE
003820     END-IF.
003830     OPEN EXTEND CROSS-CAMPUS-QUEUE.
003840     IF WS-XCAM-STATUS = "05" OR WS-XCAM-STATUS = "35"
003850         OPEN OUTPUT CROSS-CAMPUS-QUEUE
003860     END-IF.
003870     OPEN INPUT TICKET-FILE.
003880     IF WS-TKT-STATUS = "00"
003890         SET WS-TICKETS-USABLE TO TRUE
003900     END-IF.
003910     OPEN INPUT TERM-CONTROL.
003920     IF WS-TERM-STATUS = "00"
003930         SET WS-TERMS-USABLE TO TRUE
003940     END-IF.
003950     OPEN INPUT STANDING-FILE.
003960     IF WS-STND-STATUS = "00"
003970         SET WS-STANDING-USABLE TO TRUE
003980     END-IF.
003990     OPEN INPUT OVERLOAD-FILE.
004000     IF WS-OVLD-STATUS = "00"
004010         SET WS-OVERLOADS-USABLE TO TRUE
004020     END-IF.
004030     OPEN I-O PERMIT-FILE.
004040     IF WS-PERM-STATUS = "00"
004050         SET WS-PERMITS-USABLE TO TRUE
004060     END-IF.

004070     OPEN I-O ENROLLMENT-MASTER.
004080     IF WS-ENRL-STATUS = "35"
004090         OPEN OUTPUT ENROLLMENT-MASTER
004100         CLOSE ENROLLMENT-MASTER
004110         OPEN I-O ENROLLMENT-MASTER
004120     END-IF.

004130     OPEN I-O WAITLIST-FILE.
004140     IF WS-WAIT-STATUS = "35"
004150         OPEN OUTPUT WAITLIST-FILE
004160         CLOSE WAITLIST-FILE
004170         OPEN I-O WAITLIST-FILE
004180     END-IF.

004190     IF WS-ENRL-STATUS = "00" AND WS-MAST-STATUS = "00"
004200             AND WS-CRS-STATUS = "00"
004210         SET EA-FILES-READY TO TRUE
004220     END-IF.
004230 1000-OPEN-FILES-EXIT.
004240     EXIT.

004250******************************************************************
004260* 2000-APPLY-TRANSACTION - APPLY ONE ADD OR DROP TRANSACTION AND
004270*                          HAND THE OUTCOME BACK.
004280******************************************************************
004290 2000-APPLY-TRANSACTION.
004300     MOVE EA-TRANSACTION TO ET-ENROLL-TRANSACTION.
004310     MOVE SPACES TO WS-REJECT-REASON.
004320     MOVE "N" TO WS-WAITLISTED-SWITCH.
004330     MOVE "N" TO WS-OVERLOAD-SWITCH.
004340     MOVE "N" TO WS-PERMIT-SWITCH.
004350     MOVE SPACES TO WS-PERMIT-USED-CODES.
004360     MOVE 1 TO WS-PERMIT-PTR.
004370     MOVE "N" TO EA-PROMOTED-FLAG.
004380     MOVE ZERO TO EA-PROMOTED-STUDENT.
004390     MOVE SPACES TO EA-PROMOTED-TERM.

004400     PERFORM 2300-VALIDATE-TRANSACTION
004410         THRU 2300-VALIDATE-TRANSACTION-EXIT.
004420     IF WS-REJECT-REASON NOT = SPACES
004430         GO TO 2000-RETURN-OUTCOME
004440     END-IF.

004450     IF ET-ACTION-ADD
004460         PERFORM 2400-APPLY-ADD THRU 2400-APPLY-ADD-EXIT
004470     ELSE
004480         PERFORM 2500-APPLY-DROP THRU 2500-APPLY-DROP-EXIT
004490     END-IF.

004500*    A DROP THAT ACTUALLY LANDED MAY HAVE FREED A SEAT - GIVE
004510*    IT TO THE NEXT WAITING STUDENT STRAIGHT AWAY.
004520     IF ET-ACTION-DROP AND WS-REJECT-REASON = SPACES
004530         PERFORM 2900-PROMOTE-WAITLIST
004540             THRU 2900-PROMOTE-WAITLIST-EXIT
004550     END-IF.

004560 2000-RETURN-OUTCOME.
004570     MOVE WS-REJECT-REASON TO EA-REJECT-REASON.
004580     MOVE WS-WAITLISTED-SWITCH TO EA-WAITLIST-FLAG.
004590     MOVE ZERO TO EA-WAIT-POSITION.
004600     IF WS-WAITLISTED
004610         MOVE WS-WL-POSITION TO EA-WAIT-POSITION
004620     END-IF.
004630     MOVE WS-OVERLOAD-SWITCH TO EA-OVERLOAD-FLAG.
004640     MOVE WS-PERMIT-USED-CODES TO EA-PERMIT-CODES.
004650 2000-APPLY-TRANSACTION-EXIT.
004660     EXIT.

004670******************************************************************
004680* 2300-VALIDATE-TRANSACTION - CHECK ACTION CODE, STUDENT, COURSE.
004690******************************************************************
004700 2300-VALIDATE-TRANSACTION.
004710     IF NOT ET-ACTION-ADD AND NOT ET-ACTION-DROP
004720         MOVE "IV" TO WS-REJECT-REASON
004730         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004740     END-IF.

004750     MOVE ET-STUDENT-ID TO SM-STUDENT-ID.
004760     READ STUDENT-MASTER
004770         INVALID KEY
004780             MOVE "NF" TO WS-REJECT-REASON
004790     END-READ.
004800*    A MASTER THAT COULD NOT BE OPENED OR READ COUNTS AS NOT
004810*    FOUND - STATUS CODES OUTSIDE THE 2X RANGE NEVER RAISE
004820*    INVALID KEY.
004830     IF WS-MAST-STATUS NOT = "00"
004840         MOVE "NF" TO WS-REJECT-REASON
004850     END-IF.
004860     IF WS-REJECT-REASON NOT = SPACES
004870         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004880     END-IF.

004890     MOVE ET-COURSE-CODE TO CM-COURSE-CODE.
004900     READ COURSE-MASTER
004910         INVALID KEY
004920             MOVE "NC" TO WS-REJECT-REASON
004930     END-READ.
004940     IF WS-CRS-STATUS NOT = "00"
004950         MOVE "NC" TO WS-REJECT-REASON
004960     END-IF.
004970 2300-VALIDATE-TRANSACTION-EXIT.
004980     EXIT.

004990******************************************************************
005000* 2400-APPLY-ADD - ENROLL THE STUDENT, SUBJECT TO THE COURSE
005010*                  CAPACITY.  A PREVIOUSLY DROPPED ENROLLMENT IS
005020*                  RE-ACTIVATED RATHER THAN DUPLICATED.
005030******************************************************************
005040 2400-APPLY-ADD.
005050     MOVE SPACES TO WS-TGT-CAMPUS.
005060     MOVE ZERO TO WS-TGT-CAPACITY.
005070     MOVE "N" TO WS-PRIOR-LIVE-SWITCH.
005080     MOVE SPACES TO WS-PRIOR-TERM.
005090     MOVE ET-STUDENT-ID TO EN-STUDENT-ID.
005100     MOVE ET-COURSE-CODE TO EN-COURSE-CODE.
005110     READ ENROLLMENT-MASTER
005120         INVALID KEY
005130             CONTINUE
005140     END-READ.
005150*    ONLY A LIVE REGISTRATION FOR THE SAME TERM IS A
005160*    DUPLICATE - A PAST TERM'S LIVE RECORD IS A RETAKE, NOTED
005170*    HERE SO ITS TERM'S SEAT IS GIVEN BACK AT THE REWRITE.
005180     IF WS-ENRL-STATUS = "00" AND EN-ENROLLED
005190         IF EN-TERM-CODE = ET-TERM-CODE
005200             MOVE "DU" TO WS-REJECT-REASON
005210             GO TO 2400-APPLY-ADD-EXIT
005220         ELSE
005230             SET WS-PRIOR-LIVE TO TRUE
005240             MOVE EN-TERM-CODE TO WS-PRIOR-TERM
005250         END-IF
005260     END-IF.

005270*    PICK UP ANY OVERRIDE PERMIT FOR THIS SECTION BEFORE THE
005280*    CHECKS IT MAY WAIVE.
005290     IF WS-PERMITS-USABLE AND ET-TERM-CODE NOT = SPACES
005300         PERFORM 3500-FIND-PERMIT THRU 3500-FIND-PERMIT-EXIT
005310     END-IF.

005320*    A STUDENT CARRYING ANY ACTIVE HOLD MAY NOT REGISTER.
005330     IF WS-HOLDS-USABLE
005340         PERFORM 3200-CHECK-HOLDS THRU 3200-CHECK-HOLDS-EXIT
005350         IF WS-REJECT-REASON NOT = SPACES
005360             GO TO 2400-APPLY-ADD-EXIT
005370         END-IF
005380     END-IF.

005390*    AN ADD SUBMITTED BEFORE THE STUDENT'S REGISTRATION WINDOW
005400*    FOR THE TERM OPENED IS REFUSED, HOWEVER EARLY IN THE FILE
005410*    IT ARRIVES.
005420     IF WS-TICKETS-USABLE AND ET-TERM-CODE NOT = SPACES
005430             AND ET-SUBMIT-DATE IS NUMERIC
005440             AND ET-SUBMIT-TIME IS NUMERIC
005450             AND ET-SUBMIT-DATE > ZERO
005460         PERFORM 3300-CHECK-TIME-TICKET
005470             THRU 3300-CHECK-TIME-TICKET-EXIT
005480         IF WS-REJECT-REASON NOT = SPACES
005490             GO TO 2400-APPLY-ADD-EXIT
005500         END-IF
005510     END-IF.

005520*    AN ADD THAT NAMES A TERM MUST MATCH AN OFFERING ON FILE AND
005530*    MUST NOT MEET AT THE SAME HOUR AS ANYTHING THE STUDENT IS
005540*    ALREADY ENROLLED IN FOR THAT TERM.
005550     IF WS-OFFER-USABLE AND ET-TERM-CODE NOT = SPACES
005560         PERFORM 3100-CHECK-OFFERING
005570             THRU 3100-CHECK-OFFERING-EXIT
005580         IF WS-REJECT-REASON = "TC" AND WS-HAVE-PERMIT
005590                 AND PX-WAIVES-TIME
005600             MOVE SPACES TO WS-REJECT-REASON
005610             MOVE "Y" TO PX-USED-TIME
005620             MOVE "TC" TO WS-OVR-CODE
005630             PERFORM 3510-NOTE-OVERRIDE
005640                 THRU 3510-NOTE-OVERRIDE-EXIT
005650         END-IF
005660         IF WS-REJECT-REASON NOT = SPACES
005670             GO TO 2400-APPLY-ADD-EXIT
005680         END-IF
005690     END-IF.

005700*    THE PREREQUISITES IN FORCE FOR THE TERM BEING ADDED, NOT
005710*    WHATEVER THE CATALOG WAS LAST LOADED WITH.
005720     MOVE ET-COURSE-CODE TO CQ-COURSE-CODE.
005730     MOVE ET-TERM-CODE TO CQ-TERM-CODE.
005740     CALL "CRSVERS" USING CQ-VERSION-AREA.
005750     MOVE CQ-CREDIT-HOURS TO WS-ADD-HOURS.
005760     IF CQ-COURSE-UNKNOWN
005770         MOVE CM-CREDIT-HOURS TO WS-ADD-HOURS
005780     END-IF.
005790     IF CQ-PREREQ-1 NOT = SPACES OR CQ-PREREQ-2 NOT = SPACES
005800         PERFORM 2700-CHECK-PREREQS
005810             THRU 2700-CHECK-PREREQS-EXIT
005820         IF WS-REJECT-REASON = "PQ" AND WS-HAVE-PERMIT
005830                 AND PX-WAIVES-PREREQ
005840             MOVE SPACES TO WS-REJECT-REASON
005850             MOVE "Y" TO PX-USED-PREREQ
005860             MOVE "PQ" TO WS-OVR-CODE
005870             PERFORM 3510-NOTE-OVERRIDE
005880                 THRU 3510-NOTE-OVERRIDE-EXIT
005890         END-IF
005900         IF WS-REJECT-REASON NOT = SPACES
005910             GO TO 2400-APPLY-ADD-EXIT
005920         END-IF
005930     END-IF.

005940*    THE TERM'S CREDIT MAXIMUM, COUNTING THIS COURSE WITH
005950*    EVERYTHING ELSE THE STUDENT IS ENROLLED IN FOR THE TERM.
005960     IF WS-TERMS-USABLE AND ET-TERM-CODE NOT = SPACES
005970         PERFORM 3400-CHECK-CREDIT-LOAD
005980             THRU 3400-CHECK-CREDIT-LOAD-EXIT
005990         IF WS-REJECT-REASON NOT = SPACES
006000             GO TO 2400-APPLY-ADD-EXIT
006010         END-IF
006020     END-IF.

006030*    THE CAMPUS CHECK RUNS LAST AMONG THE REFUSALS, SO ONLY A
006040*    FULLY-QUALIFIED ADD (NO DUPLICATE, NO HOLD, OFFERING AND
006050*    TIMES PROVED, PREREQUISITES MET, WITHIN THE CREDIT
006060*    MAXIMUM) EVER REACHES THE
006070*    CROSS-CAMPUS APPROVAL QUEUE.  THE TARGET CAMPUS WAS
006080*    SAVED AT THE 3100 READ - THE CONFLICT SCAN RE-USES THE
006090*    OF BUFFER FOR OTHER OFFERINGS.
006100     IF WS-DEMOG-USABLE AND WS-OFFER-USABLE
006110             AND ET-TERM-CODE NOT = SPACES
006120             AND WS-TGT-CAMPUS NOT = SPACES
006130         PERFORM 3150-CHECK-CAMPUS THRU 3150-CHECK-CAMPUS-EXIT
006140         IF WS-REJECT-REASON NOT = SPACES
006150             GO TO 2400-APPLY-ADD-EXIT
006160         END-IF
006170     END-IF.

006180     MOVE ET-TERM-CODE TO WS-SEAT-TERM.
006190*    A NAMED OFFERING'S OWN CAPACITY GOVERNS; THE CATALOG
006200*    VALUE IS THE FALLBACK WHEN NO OFFERING WAS NAMED (OR IT
006210*    CARRIES NO CAPACITY).
006220     MOVE CM-MAX-ENROLLMENT TO WS-CAP-LIMIT.
006230     IF WS-TGT-CAPACITY > ZERO
006240         MOVE WS-TGT-CAPACITY TO WS-CAP-LIMIT
006250     END-IF.
006260     IF WS-CAP-LIMIT > ZERO
006270         PERFORM 2600-COUNT-SEATS-TAKEN
006280             THRU 2600-COUNT-SEATS-TAKEN-EXIT
006290         IF WS-SEATS-TAKEN >= WS-CAP-LIMIT
006300             IF WS-HAVE-PERMIT AND PX-WAIVES-CAPACITY
006310                 MOVE "Y" TO PX-USED-CAPACITY
006320                 MOVE "CF" TO WS-OVR-CODE
006330                 PERFORM 3510-NOTE-OVERRIDE
006340                     THRU 3510-NOTE-OVERRIDE-EXIT
006350             ELSE
006360                 PERFORM 2800-QUEUE-WAITLIST
006370                     THRU 2800-QUEUE-WAITLIST-EXIT
006380                 GO TO 2400-APPLY-ADD-EXIT
006390             END-IF
006400         END-IF
006410     END-IF.

006420*    A RETAKE REUSES THE LIVE PRIOR-TERM RECORD - GIVE THAT
006430*    TERM ITS SEAT BACK BEFORE THE REWRITE CLAIMS THE RECORD.
006440     IF WS-PRIOR-LIVE
006450         MOVE WS-PRIOR-TERM TO WS-SEAT-TERM
006460         PERFORM 2640-SEAT-FREED THRU 2640-SEAT-FREED-EXIT
006470         MOVE ET-TERM-CODE TO WS-SEAT-TERM
006480     END-IF.

006490     MOVE ET-STUDENT-ID TO EN-STUDENT-ID.
006500     MOVE ET-COURSE-CODE TO EN-COURSE-CODE.
006510     MOVE RH-RUN-DATE TO EN-ENROLL-DATE.
006520     SET EN-ENROLLED TO TRUE.
006530     MOVE ET-TERM-CODE TO EN-TERM-CODE.
006540     MOVE ET-SECTION TO EN-SECTION.
006550     WRITE EN-ENROLLMENT-RECORD
006560         INVALID KEY
006570             REWRITE EN-ENROLLMENT-RECORD
006580     END-WRITE.
006590     PERFORM 2630-SEAT-TAKEN THRU 2630-SEAT-TAKEN-EXIT.
006600*    STAMP THE PERMIT WITH WHAT IT WAS USED FOR.
006610     IF WS-PERMIT-USED-CODES NOT = SPACES
006620         MOVE RH-RUN-DATE TO PX-USED-DATE
006630         REWRITE PX-PERMIT-RECORD
006640     END-IF.
006650 2400-APPLY-ADD-EXIT.
006660     EXIT.

006670******************************************************************
006680* 2500-APPLY-DROP - FLIP AN ENROLLED RECORD TO DROPPED.
006690******************************************************************
006700 2500-APPLY-DROP.
006710     MOVE ET-STUDENT-ID TO EN-STUDENT-ID.
006720     MOVE ET-COURSE-CODE TO EN-COURSE-CODE.
006730     READ ENROLLMENT-MASTER
006740         INVALID KEY
006750             MOVE "NE" TO WS-REJECT-REASON
006760     END-READ.
006770     IF WS-REJECT-REASON NOT = SPACES
006780         GO TO 2500-APPLY-DROP-EXIT
006790     END-IF.
006800     IF NOT EN-ENROLLED
006810         MOVE "NE" TO WS-REJECT-REASON
006820         GO TO 2500-APPLY-DROP-EXIT
006830     END-IF.

006840     SET EN-DROPPED TO TRUE.
006850     REWRITE EN-ENROLLMENT-RECORD.
006860     MOVE EN-TERM-CODE TO WS-FREED-TERM.
006870     MOVE EN-TERM-CODE TO WS-SEAT-TERM.
006880     PERFORM 2640-SEAT-FREED THRU 2640-SEAT-FREED-EXIT.
006890*    A LANDED MID-TERM DROP MAY BE OWED MONEY BACK - FEED THE
006900*    DAILY REFUND REGISTER.  REGISTRATIONS FROM BEFORE THE
006910*    OFFERING FILE (BLANK TERM) CANNOT BE PRICED AND ARE NOT FED.
006920     IF EN-TERM-CODE NOT = SPACES AND WS-FEED-STATUS = "00"
006930         MOVE EN-STUDENT-ID TO DF-STUDENT-ID
006940         MOVE EN-COURSE-CODE TO DF-COURSE-CODE
006950         MOVE EN-TERM-CODE TO DF-TERM-CODE
006960         MOVE RH-RUN-DATE TO DF-DROP-DATE
006970         MOVE RH-PROGRAM-NAME TO DF-SOURCE
006980         SET DF-STUDENT-DROP TO TRUE
006990         IF ET-NEVER-ATTENDED
007000             SET DF-NEVER-ATTENDED TO TRUE
007010         END-IF
007012         IF ET-NON-PAYMENT
007014             SET DF-NON-PAYMENT TO TRUE
007016         END-IF
007020         WRITE DF-DROP-RECORD
007030     END-IF.
007040     IF ET-NEVER-ATTENDED
007050         PERFORM 3600-QUEUE-NA-NOTIFY
007060             THRU 3600-QUEUE-NA-NOTIFY-EXIT
007070     END-IF.
007072     IF ET-NON-PAYMENT
007074         PERFORM 3610-QUEUE-NP-NOTIFY
007076             THRU 3610-QUEUE-NP-NOTIFY-EXIT
007078     END-IF.
007080 2500-APPLY-DROP-EXIT.
007090     EXIT.

007100******************************************************************
007110* 2600-COUNT-SEATS-TAKEN - THE COURSE/TERM'S MAINTAINED SEAT
007120*                          COUNTER (WS-SEAT-TERM NAMES THE
007130*                          TERM); ONE WITH NO COUNTER YET IS
007140*                          SEEDED FROM ONE SCAN OF THE
007150*                          COURSE-CODE ALTERNATE INDEX, AFTER
007160*                          WHICH THE SCAN NEVER RUNS AGAIN.
007170******************************************************************
007180 2600-COUNT-SEATS-TAKEN.
007190     MOVE ET-COURSE-CODE TO SC-COURSE-CODE.
007200     MOVE WS-SEAT-TERM TO SC-TERM-CODE.
007210     READ SEAT-COUNTER
007220         INVALID KEY
007230             CONTINUE
007240     END-READ.
007250     IF WS-SEAT-STATUS = "00"
007260         MOVE SC-SEATS-TAKEN TO WS-SEATS-TAKEN
007270         GO TO 2600-COUNT-SEATS-TAKEN-EXIT
007280     END-IF.
007290     PERFORM 2620-DERIVE-SEAT-COUNT
007300         THRU 2620-DERIVE-SEAT-COUNT-EXIT.
007310     MOVE ET-COURSE-CODE TO SC-COURSE-CODE.
007320     MOVE WS-SEAT-TERM TO SC-TERM-CODE.
007330     MOVE WS-SEATS-TAKEN TO SC-SEATS-TAKEN.
007340     WRITE SC-SEAT-RECORD
007350         INVALID KEY
007360             REWRITE SC-SEAT-RECORD
007370     END-WRITE.
007380 2600-COUNT-SEATS-TAKEN-EXIT.
007390     EXIT.

007400******************************************************************
007410* 2620-DERIVE-SEAT-COUNT - THE OLD PER-ADD SCAN, NOW ONLY THE
007420*                          ONE-TIME SEED FOR A NEW COUNTER -
007430*                          ONLY WS-SEAT-TERM'S ENROLLEES COUNT.
007440******************************************************************
007450 2620-DERIVE-SEAT-COUNT.
007460     MOVE ZERO TO WS-SEATS-TAKEN.
007470     MOVE "N" TO WS-COUNT-EOF-SWITCH.
007480     MOVE ET-COURSE-CODE TO WS-SAVED-COURSE-CODE.
007490     MOVE ET-COURSE-CODE TO EN-COURSE-CODE.
007500     MOVE ZERO TO EN-STUDENT-ID.
007510     START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-COURSE-CODE
007520         INVALID KEY
007530             SET WS-COUNT-EOF TO TRUE
007540     END-START.
007550     PERFORM 2610-COUNT-ONE-SEAT THRU 2610-COUNT-ONE-SEAT-EXIT
007560         UNTIL WS-COUNT-EOF.
007570 2620-DERIVE-SEAT-COUNT-EXIT.
007580     EXIT.

007590******************************************************************
007600* 2610-COUNT-ONE-SEAT - TALLY ONE ENROLLMENT UNDER THE COURSE.
007610******************************************************************
007620 2610-COUNT-ONE-SEAT.
007630     READ ENROLLMENT-MASTER NEXT RECORD
007640         AT END
007650             SET WS-COUNT-EOF TO TRUE
007660     END-READ.
007670     IF NOT WS-COUNT-EOF
007680         IF EN-COURSE-CODE NOT = WS-SAVED-COURSE-CODE
007690             SET WS-COUNT-EOF TO TRUE
007700         ELSE
007710             IF EN-ENROLLED
007720                     AND EN-TERM-CODE = WS-SEAT-TERM
007730                 ADD 1 TO WS-SEATS-TAKEN
007740             END-IF
007750         END-IF
007760     END-IF.
007770 2610-COUNT-ONE-SEAT-EXIT.
007780     EXIT.

007790******************************************************************
007800* 2630-SEAT-TAKEN - A LANDED ADD OR PROMOTION TAKES A SEAT.
007810*                   A COURSE WITH NO COUNTER IS SEEDED FROM A
007820*                   SCAN THAT ALREADY SEES THE NEW RECORD.
007830******************************************************************
007840 2630-SEAT-TAKEN.
007850     MOVE ET-COURSE-CODE TO SC-COURSE-CODE.
007860     MOVE WS-SEAT-TERM TO SC-TERM-CODE.
007870     READ SEAT-COUNTER
007880         INVALID KEY
007890             CONTINUE
007900     END-READ.
007910     IF WS-SEAT-STATUS = "00"
007920         ADD 1 TO SC-SEATS-TAKEN
007930         REWRITE SC-SEAT-RECORD
007940         GO TO 2630-SEAT-TAKEN-EXIT
007950     END-IF.
007960     PERFORM 2620-DERIVE-SEAT-COUNT
007970         THRU 2620-DERIVE-SEAT-COUNT-EXIT.
007980     MOVE ET-COURSE-CODE TO SC-COURSE-CODE.
007990     MOVE WS-SEAT-TERM TO SC-TERM-CODE.
008000     MOVE WS-SEATS-TAKEN TO SC-SEATS-TAKEN.
008010     WRITE SC-SEAT-RECORD
008020         INVALID KEY
008030             REWRITE SC-SEAT-RECORD
008040     END-WRITE.
008050 2630-SEAT-TAKEN-EXIT.
008060     EXIT.

008070******************************************************************
008080* 2640-SEAT-FREED - A LANDED DROP FREES A SEAT.  A COURSE WITH
008090*                   NO COUNTER IS SEEDED FROM A SCAN THAT
008100*                   ALREADY SEES THE DROP.
008110******************************************************************
008120 2640-SEAT-FREED.
008130     MOVE ET-COURSE-CODE TO SC-COURSE-CODE.
008140     MOVE WS-SEAT-TERM TO SC-TERM-CODE.
008150     READ SEAT-COUNTER
008160         INVALID KEY
008170             CONTINUE
008180     END-READ.
008190     IF WS-SEAT-STATUS = "00"
008200         IF SC-SEATS-TAKEN > ZERO
008210             SUBTRACT 1 FROM SC-SEATS-TAKEN
008220         END-IF
008230         REWRITE SC-SEAT-RECORD
008240         GO TO 2640-SEAT-FREED-EXIT
008250     END-IF.
008260     PERFORM 2620-DERIVE-SEAT-COUNT
008270         THRU 2620-DERIVE-SEAT-COUNT-EXIT.
008280     MOVE ET-COURSE-CODE TO SC-COURSE-CODE.
008290     MOVE WS-SEAT-TERM TO SC-TERM-CODE.
008300     MOVE WS-SEATS-TAKEN TO SC-SEATS-TAKEN.
008310     WRITE SC-SEAT-RECORD
008320         INVALID KEY
008330             REWRITE SC-SEAT-RECORD
008340     END-WRITE.
008350 2640-SEAT-FREED-EXIT.
008360     EXIT.

008370******************************************************************
008380* 3000-CLOSE-FILES - CLOSE FOR THE CALLER.
008390******************************************************************
008400 3000-CLOSE-FILES.
008410     CLOSE ENROLLMENT-MASTER.
008420     CLOSE STUDENT-MASTER.
008430     CLOSE COURSE-MASTER.
008440     CLOSE GRADE-MASTER.
008450     CLOSE WAITLIST-FILE.
008460     CLOSE HOLD-FILE.
008470     CLOSE DROP-FEED.
008480     CLOSE NOTIFY-QUEUE.
008490     CLOSE SEAT-COUNTER.
008500     IF WS-DEMOG-USABLE
008510         CLOSE DEMOG-FILE
008520     END-IF.
008530     CLOSE CROSS-CAMPUS-QUEUE.
008540     IF WS-TICKETS-USABLE
008550         CLOSE TICKET-FILE
008560     END-IF.
008570     IF WS-TERMS-USABLE
008580         CLOSE TERM-CONTROL
008590     END-IF.
008600     IF WS-STANDING-USABLE
008610         CLOSE STANDING-FILE
008620     END-IF.
008630     IF WS-OVERLOADS-USABLE
008640         CLOSE OVERLOAD-FILE
008650     END-IF.
008660     IF WS-PERMITS-USABLE
008670         CLOSE PERMIT-FILE
008680     END-IF.
008690 3000-CLOSE-FILES-EXIT.
008700     EXIT.

008710******************************************************************
008720* 2700-CHECK-PREREQS - PROVE A CURRENT PASSING GRADE FOR EACH
008730*                      CATALOG PREREQUISITE OF THE COURSE BEING
008740*                      ADDED.  ANY PREREQUISITE THAT CANNOT BE
008750*                      PROVEN REJECTS THE ADD "PQ".
008760******************************************************************
008770 2700-CHECK-PREREQS.
008780     MOVE CQ-PREREQ-1 TO WS-PREREQ-CODE.
008790     IF WS-PREREQ-CODE NOT = SPACES
008800         PERFORM 2710-CHECK-ONE-PREREQ
008810             THRU 2710-CHECK-ONE-PREREQ-EXIT
008820         IF NOT WS-PREREQ-MET
008830             MOVE "PQ" TO WS-REJECT-REASON
008840             GO TO 2700-CHECK-PREREQS-EXIT
008850         END-IF
008860     END-IF.
008870     MOVE CQ-PREREQ-2 TO WS-PREREQ-CODE.
008880     IF WS-PREREQ-CODE NOT = SPACES
008890         PERFORM 2710-CHECK-ONE-PREREQ
008900             THRU 2710-CHECK-ONE-PREREQ-EXIT
008910         IF NOT WS-PREREQ-MET
008920             MOVE "PQ" TO WS-REJECT-REASON
008930         END-IF
008940     END-IF.
008950 2700-CHECK-PREREQS-EXIT.
008960     EXIT.

008970******************************************************************
008980* 2710-CHECK-ONE-PREREQ - WALK THE ENTRY SEQUENCES ON FILE FOR
008990*                         THE STUDENT AND ONE PREREQUISITE
009000*                         COURSE, LOOKING FOR A CURRENT ENTRY
009010*                         WITH A PASSING GRADE.
009020******************************************************************
009030 2710-CHECK-ONE-PREREQ.
009040     MOVE "N" TO WS-PREREQ-MET-SWITCH.
009050     IF NOT WS-GRADES-USABLE
009060         GO TO 2710-CHECK-ONE-PREREQ-EXIT
009070     END-IF.
009080     MOVE "N" TO WS-PREREQ-SCAN-SWITCH.
009090     MOVE ZERO TO WS-PREREQ-SEQ.
009100     PERFORM 2720-PROBE-ONE-SEQ THRU 2720-PROBE-ONE-SEQ-EXIT
009110         UNTIL WS-PREREQ-SCAN-DONE OR WS-PREREQ-MET.
009120 2710-CHECK-ONE-PREREQ-EXIT.
009130     EXIT.

009140******************************************************************
009150* 2720-PROBE-ONE-SEQ - KEYED PROBE OF ONE GRADE ENTRY SEQUENCE,
009160*                      AS THE POSTING PATH SCANS THEM.
009170******************************************************************
009180 2720-PROBE-ONE-SEQ.
009190     ADD 1 TO WS-PREREQ-SEQ.
009200     IF WS-PREREQ-SEQ > 99
009210         SET WS-PREREQ-SCAN-DONE TO TRUE
009220         GO TO 2720-PROBE-ONE-SEQ-EXIT
009230     END-IF.
009240     MOVE ET-STUDENT-ID TO GR-STUDENT-ID.
009250     MOVE WS-PREREQ-CODE TO GR-COURSE-CODE.
009260     MOVE WS-PREREQ-SEQ TO GR-ENTRY-SEQ.
009270     READ GRADE-MASTER
009280         INVALID KEY
009290             SET WS-PREREQ-SCAN-DONE TO TRUE
009300             GO TO 2720-PROBE-ONE-SEQ-EXIT
009310     END-READ.
009320     IF GR-CURRENT
009330         MOVE GR-GRADE TO GV-GRADE
009340         MOVE GR-TERM-CODE TO GV-TERM-CODE
009350         CALL "GRDVALUE" USING GV-VALUE-AREA
009360         IF GV-PASSES-PREREQ
009370             SET WS-PREREQ-MET TO TRUE
009380         END-IF
009390     END-IF.
009400 2720-PROBE-ONE-SEQ-EXIT.
009410     EXIT.

009420******************************************************************
009430* 2800-QUEUE-WAITLIST - QUEUE A CAPACITY-REJECTED ADD AT THE END
009440*                       OF THE COURSE'S WAITLIST AND NOTE THE
009450*                       POSITION FOR THE CALLER.  A STUDENT
009460*                       ALREADY WAITING IS NOT QUEUED TWICE -
009470*                       THEIR EXISTING POSITION IS REPORTED.  AN
009480*                       UNUSABLE WAITLIST FILE FALLS BACK TO THE
009490*                       PLAIN CAPACITY REJECT ("CF").
009500******************************************************************
009510 2800-QUEUE-WAITLIST.
009520     MOVE "N" TO WS-WL-SCAN-SWITCH.
009530     MOVE "N" TO WS-WL-ALREADY-SWITCH.
009540     MOVE 1 TO WS-WL-NEXT-SEQ.
009550     MOVE ZERO TO WS-WL-AHEAD-COUNT.
009560     MOVE ET-COURSE-CODE TO WL-COURSE-CODE.
009570     MOVE ZERO TO WL-ENTRY-SEQ.
009580     START WAITLIST-FILE KEY IS NOT LESS THAN WL-WAIT-KEY
009590         INVALID KEY
009600             SET WS-WL-SCAN-DONE TO TRUE
009610     END-START.
009620     PERFORM 2810-SCAN-ONE-WAIT THRU 2810-SCAN-ONE-WAIT-EXIT
009630         UNTIL WS-WL-SCAN-DONE.

009640     IF WS-WL-ALREADY-QUEUED
009650         SET WS-WAITLISTED TO TRUE
009660         GO TO 2800-QUEUE-WAITLIST-EXIT
009670     END-IF.

009680     MOVE ET-COURSE-CODE TO WL-COURSE-CODE.
009690     MOVE WS-WL-NEXT-SEQ TO WL-ENTRY-SEQ.
009700     MOVE ET-STUDENT-ID TO WL-STUDENT-ID.
009710     MOVE ET-TERM-CODE TO WL-TERM-CODE.
009720     MOVE ET-SECTION TO WL-SECTION.
009730     MOVE RH-RUN-DATE TO WL-QUEUED-DATE.
009740     SET WL-WAITING TO TRUE.
009750     WRITE WL-WAITLIST-RECORD
009760         INVALID KEY
009770             CONTINUE
009780     END-WRITE.
009790     IF WS-WAIT-STATUS = "00"
009800         COMPUTE WS-WL-POSITION = WS-WL-AHEAD-COUNT + 1
009810         SET WS-WAITLISTED TO TRUE
009820     ELSE
009830         MOVE "CF" TO WS-REJECT-REASON
009840     END-IF.
009850 2800-QUEUE-WAITLIST-EXIT.
009860     EXIT.

009870******************************************************************
009880* 2810-SCAN-ONE-WAIT - WALK ONE WAITLIST ENTRY OF THE COURSE,
009890*                      NOTING THE NEXT FREE ARRIVAL SEQUENCE,
009900*                      THE WAITING COUNT, AND WHETHER THIS
009910*                      STUDENT IS ALREADY QUEUED.
009920******************************************************************
009930 2810-SCAN-ONE-WAIT.
009940     READ WAITLIST-FILE NEXT RECORD
009950         AT END
009960             SET WS-WL-SCAN-DONE TO TRUE
009970     END-READ.
009980     IF WS-WAIT-STATUS NOT = "00" AND NOT WS-WL-SCAN-DONE
009990         SET WS-WL-SCAN-DONE TO TRUE
010000     END-IF.
010010     IF WS-WL-SCAN-DONE
010020         GO TO 2810-SCAN-ONE-WAIT-EXIT
010030     END-IF.
010040     IF WL-COURSE-CODE NOT = ET-COURSE-CODE
010050         SET WS-WL-SCAN-DONE TO TRUE
010060         GO TO 2810-SCAN-ONE-WAIT-EXIT
010070     END-IF.
010080     COMPUTE WS-WL-NEXT-SEQ = WL-ENTRY-SEQ + 1.
010090*    ONLY THE ADD'S OWN TERM COUNTS FOR POSITION AND FOR THE
010100*    ALREADY-QUEUED CHECK - A PAST TERM'S QUEUE IS HISTORY.
010110     IF WL-WAITING AND WL-TERM-CODE = ET-TERM-CODE
010120         ADD 1 TO WS-WL-AHEAD-COUNT
010130         IF WL-STUDENT-ID = ET-STUDENT-ID
010140             SET WS-WL-ALREADY-QUEUED TO TRUE
010150             MOVE WS-WL-AHEAD-COUNT TO WS-WL-POSITION
010160         END-IF
010170     END-IF.
010180 2810-SCAN-ONE-WAIT-EXIT.
010190     EXIT.

010200******************************************************************
010210* 2900-PROMOTE-WAITLIST - AFTER A LANDED DROP, ENROLL THE NEXT
010220*                         WAITING STUDENT FOR THE COURSE WHILE
010230*                         A SEAT IS FREE.  AN ENTRY WHOSE
010240*                         STUDENT GOT ENROLLED SOME OTHER WAY
010250*                         IS CLEARED AND THE NEXT ONE TRIED.
010260******************************************************************
010270 2900-PROMOTE-WAITLIST.
010280     MOVE "N" TO WS-PROMO-DONE-SWITCH.
010290     PERFORM 2910-PROMOTE-NEXT-WAITER
010300         THRU 2910-PROMOTE-NEXT-WAITER-EXIT
010310         UNTIL WS-PROMO-DONE.
010320 2900-PROMOTE-WAITLIST-EXIT.
010330     EXIT.

010340******************************************************************
010350* 2910-PROMOTE-NEXT-WAITER - PICK THE LOWEST WAITING SEQUENCE
010360*                            FOR THE COURSE IN THE TERM THE
010370*                            DROP FREED, AND ENROLL IT.
010380******************************************************************
010390 2910-PROMOTE-NEXT-WAITER.
010400     MOVE "N" TO WS-WL-SCAN-SWITCH.
010410     MOVE ZERO TO WS-WL-PICK-SEQ.
010420     MOVE ET-COURSE-CODE TO WL-COURSE-CODE.
010430     MOVE ZERO TO WL-ENTRY-SEQ.
010440     START WAITLIST-FILE KEY IS NOT LESS THAN WL-WAIT-KEY
010450         INVALID KEY
010460             SET WS-WL-SCAN-DONE TO TRUE
010470     END-START.
010480     IF WS-WAIT-STATUS NOT = "00"
010490         SET WS-PROMO-DONE TO TRUE
010500         GO TO 2910-PROMOTE-NEXT-WAITER-EXIT
010510     END-IF.
010520     PERFORM 2920-FIND-ONE-WAITER THRU 2920-FIND-ONE-WAITER-EXIT
010530         UNTIL WS-WL-SCAN-DONE OR WS-WL-PICK-SEQ > ZERO.
010540     IF WS-WL-PICK-SEQ = ZERO
010550         SET WS-PROMO-DONE TO TRUE
010560         GO TO 2910-PROMOTE-NEXT-WAITER-EXIT
010570     END-IF.

010580     MOVE WS-FREED-TERM TO WS-SEAT-TERM.
010590*    THE PICKED SECTION'S OWN CAPACITY GOVERNS WHEN THE
010600*    OFFERING IS ON FILE; THE CATALOG VALUE IS THE FALLBACK.
010610     MOVE CM-MAX-ENROLLMENT TO WS-CAP-LIMIT.
010620     IF WS-OFFER-USABLE AND WS-WL-PICK-TERM NOT = SPACES
010630         MOVE ET-COURSE-CODE TO OF-COURSE-CODE
010640         MOVE WS-WL-PICK-TERM TO OF-TERM-CODE
010650         MOVE WS-WL-PICK-SECTION TO OF-SECTION
010660         READ OFFERING-FILE
010670             INVALID KEY
010680                 CONTINUE
010690         END-READ
010700         IF WS-OFF-STATUS = "00"
010710                 AND OF-MAX-ENROLLMENT > ZERO
010720             MOVE OF-MAX-ENROLLMENT TO WS-CAP-LIMIT
010730         END-IF
010740     END-IF.
010750     IF WS-CAP-LIMIT > ZERO
010760         PERFORM 2600-COUNT-SEATS-TAKEN
010770             THRU 2600-COUNT-SEATS-TAKEN-EXIT
010780         IF WS-SEATS-TAKEN >= WS-CAP-LIMIT
010790             SET WS-PROMO-DONE TO TRUE
010800             GO TO 2910-PROMOTE-NEXT-WAITER-EXIT
010810         END-IF
010820     END-IF.

010830     MOVE WS-WL-PICK-STUDENT TO EN-STUDENT-ID.
010840     MOVE ET-COURSE-CODE TO EN-COURSE-CODE.
010850     READ ENROLLMENT-MASTER
010860         INVALID KEY
010870             CONTINUE
010880     END-READ.
010890     IF WS-ENRL-STATUS = "00" AND EN-ENROLLED
010900             AND EN-TERM-CODE = WS-FREED-TERM
010910         PERFORM 2930-FLAG-ENTRY-PROMOTED
010920             THRU 2930-FLAG-ENTRY-PROMOTED-EXIT
010930         GO TO 2910-PROMOTE-NEXT-WAITER-EXIT
010940     END-IF.

010950     MOVE WS-WL-PICK-STUDENT TO EN-STUDENT-ID.
010960     MOVE ET-COURSE-CODE TO EN-COURSE-CODE.
010970     MOVE RH-RUN-DATE TO EN-ENROLL-DATE.
010980     SET EN-ENROLLED TO TRUE.
010990     MOVE WS-WL-PICK-TERM TO EN-TERM-CODE.
011000     MOVE WS-WL-PICK-SECTION TO EN-SECTION.
011010     WRITE EN-ENROLLMENT-RECORD
011020         INVALID KEY
011030             REWRITE EN-ENROLLMENT-RECORD
011040     END-WRITE.
011050     PERFORM 2930-FLAG-ENTRY-PROMOTED
011060         THRU 2930-FLAG-ENTRY-PROMOTED-EXIT.
011070     PERFORM 2630-SEAT-TAKEN THRU 2630-SEAT-TAKEN-EXIT.
011080     PERFORM 2940-QUEUE-PROMO-NOTIFY
011090         THRU 2940-QUEUE-PROMO-NOTIFY-EXIT.
011100     SET EA-PROMOTED TO TRUE.
011110     MOVE WS-WL-PICK-STUDENT TO EA-PROMOTED-STUDENT.
011120     MOVE WS-WL-PICK-TERM TO EA-PROMOTED-TERM.
011130     SET WS-PROMO-DONE TO TRUE.
011140 2910-PROMOTE-NEXT-WAITER-EXIT.
011150     EXIT.

011160******************************************************************
011170* 2920-FIND-ONE-WAITER - WALK ONE ENTRY LOOKING FOR THE LOWEST
011180*                        WAITING SEQUENCE OF THE COURSE IN
011190*                        THE FREED TERM.
011200******************************************************************
011210 2920-FIND-ONE-WAITER.
011220     READ WAITLIST-FILE NEXT RECORD
011230         AT END
011240             SET WS-WL-SCAN-DONE TO TRUE
011250     END-READ.
011260     IF WS-WAIT-STATUS NOT = "00" AND NOT WS-WL-SCAN-DONE
011270         SET WS-WL-SCAN-DONE TO TRUE
011280     END-IF.
011290     IF WS-WL-SCAN-DONE
011300         GO TO 2920-FIND-ONE-WAITER-EXIT
011310     END-IF.
011320     IF WL-COURSE-CODE NOT = ET-COURSE-CODE
011330         SET WS-WL-SCAN-DONE TO TRUE
011340         GO TO 2920-FIND-ONE-WAITER-EXIT
011350     END-IF.
011360     IF WL-WAITING AND WL-TERM-CODE = WS-FREED-TERM
011370         MOVE WL-ENTRY-SEQ TO WS-WL-PICK-SEQ
011380         MOVE WL-STUDENT-ID TO WS-WL-PICK-STUDENT
011390         MOVE WL-TERM-CODE TO WS-WL-PICK-TERM
011400         MOVE WL-SECTION TO WS-WL-PICK-SECTION
011410     END-IF.
011420 2920-FIND-ONE-WAITER-EXIT.
011430     EXIT.

011440******************************************************************
011450* 2930-FLAG-ENTRY-PROMOTED - FLIP THE PICKED WAITLIST ENTRY TO
011460*                            PROMOTED, KEEPING IT FOR HISTORY.
011470******************************************************************
011480 2930-FLAG-ENTRY-PROMOTED.
011490     MOVE ET-COURSE-CODE TO WL-COURSE-CODE.
011500     MOVE WS-WL-PICK-SEQ TO WL-ENTRY-SEQ.
011510     READ WAITLIST-FILE
011520         INVALID KEY
011530             GO TO 2930-FLAG-ENTRY-PROMOTED-EXIT
011540     END-READ.
011550     SET WL-PROMOTED TO TRUE.
011560     REWRITE WL-WAITLIST-RECORD.
011570 2930-FLAG-ENTRY-PROMOTED-EXIT.
011580     EXIT.

011590******************************************************************
011600* 2940-QUEUE-PROMO-NOTIFY - TELL A HUMAN A WAITER GOT A SEAT:
011610*                           ONE TYPED EVENT TO THE CENTRAL
011620*                           QUEUE FOR THE NIGHTLY FORMATTER.
011630******************************************************************
011640 2940-QUEUE-PROMO-NOTIFY.
011650     IF WS-NOTIF-STATUS NOT = "00"
011660         GO TO 2940-QUEUE-PROMO-NOTIFY-EXIT
011670     END-IF.
011680     SET NF-EVENT-PROMOTION TO TRUE.
011690     MOVE RH-RUN-DATE TO NF-EVENT-DATE.
011700     ACCEPT NF-EVENT-TIME FROM TIME.
011710     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
011720     MOVE SPACES TO NF-SUBJECT-ID.
011730     MOVE WS-WL-PICK-STUDENT TO NF-SUBJECT-ID.
011740     MOVE SPACES TO NF-EVENT-TEXT.
011750     STRING "PROMOTED FROM WAITLIST INTO "
011760                                 DELIMITED BY SIZE
011770            ET-COURSE-CODE       DELIMITED BY SIZE
011780            " TERM "             DELIMITED BY SIZE
011790            WS-WL-PICK-TERM      DELIMITED BY SIZE
011800         INTO NF-EVENT-TEXT.
011810     WRITE NF-NOTIFY-RECORD.
011820 2940-QUEUE-PROMO-NOTIFY-EXIT.
011830     EXIT.

011840******************************************************************
011850* 3100-CHECK-OFFERING - THE ADD MUST NAME AN OFFERING ON FILE
011860*                       ("NO" WHEN IT DOES NOT) THAT IS NOT
011870*                       CANCELLED ("SX"), AND ITS MEETING
011880*                       PATTERN MUST NOT OVERLAP ANY OF THE
011890*                       STUDENT'S ENROLLED REGISTRATIONS FOR THE
011900*                       SAME TERM ("TC").
011910******************************************************************
011920 3100-CHECK-OFFERING.
011930     MOVE ET-COURSE-CODE TO OF-COURSE-CODE.
011940     MOVE ET-TERM-CODE TO OF-TERM-CODE.
011950     MOVE ET-SECTION TO OF-SECTION.
011960     READ OFFERING-FILE
011970         INVALID KEY
011980             MOVE "NO" TO WS-REJECT-REASON
011990             GO TO 3100-CHECK-OFFERING-EXIT
012000     END-READ.
012010     IF WS-OFF-STATUS NOT = "00"
012020         MOVE "NO" TO WS-REJECT-REASON
012030         GO TO 3100-CHECK-OFFERING-EXIT
012040     END-IF.
012050     IF OF-CANCELLED
012060         MOVE "SX" TO WS-REJECT-REASON
012070         GO TO 3100-CHECK-OFFERING-EXIT
012080     END-IF.
012090*    SAVE WHAT LATER CHECKS NEED - THE CONFLICT SCAN BELOW
012100*    RE-READS OTHER OFFERINGS INTO THIS SAME BUFFER.
012110     MOVE OF-CAMPUS TO WS-TGT-CAMPUS.
012120     MOVE OF-MAX-ENROLLMENT TO WS-TGT-CAPACITY.
012130     MOVE OF-MEET-DAYS TO WS-TGT-DAYS.
012140     MOVE OF-START-TIME TO WS-TGT-START.
012150     MOVE OF-END-TIME TO WS-TGT-END.

012160     MOVE "N" TO WS-CONFLICT-SCAN-SWITCH.
012170     MOVE "N" TO WS-CONFLICT-SWITCH.
012180     MOVE ET-STUDENT-ID TO EN-STUDENT-ID.
012190     MOVE LOW-VALUES TO EN-COURSE-CODE.
012200     START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
012210         INVALID KEY
012220             SET WS-CONFLICT-DONE TO TRUE
012230     END-START.
012240     PERFORM 3110-CHECK-ONE-ENROLLMENT
012250         THRU 3110-CHECK-ONE-ENROLLMENT-EXIT
012260         UNTIL WS-CONFLICT-DONE OR WS-TIME-CONFLICT.
012270     IF WS-TIME-CONFLICT
012280         MOVE "TC" TO WS-REJECT-REASON
012290     END-IF.
012300 3100-CHECK-OFFERING-EXIT.
012310     EXIT.

012320******************************************************************
012330* 3150-CHECK-CAMPUS - COMPARE THE STUDENT'S HOME CAMPUS
012340*                     (SATELLITE) WITH THE OFFERING'S.  A
012350*                     MISMATCH HOLDS THE ADD ("CC") ON THE
012360*                     CROSS-CAMPUS REVIEW QUEUE.
012370******************************************************************
012380 3150-CHECK-CAMPUS.
012390     MOVE SPACES TO WS-STUDENT-CAMPUS.
012400     MOVE ET-STUDENT-ID TO DG-STUDENT-ID.
012410     READ DEMOG-FILE
012420         INVALID KEY
012430             CONTINUE
012440     END-READ.
012450     IF WS-DEMO-STATUS = "00"
012460         MOVE DG-CAMPUS TO WS-STUDENT-CAMPUS
012470     END-IF.
012480     IF WS-STUDENT-CAMPUS = SPACES
012490             OR WS-STUDENT-CAMPUS = WS-TGT-CAMPUS
012500         GO TO 3150-CHECK-CAMPUS-EXIT
012510     END-IF.
012520     IF WS-HAVE-PERMIT AND PX-WAIVES-CAMPUS
012530         MOVE "Y" TO PX-USED-CAMPUS
012540         MOVE "CC" TO WS-OVR-CODE
012550         PERFORM 3510-NOTE-OVERRIDE THRU 3510-NOTE-OVERRIDE-EXIT
012560         GO TO 3150-CHECK-CAMPUS-EXIT
012570     END-IF.
012580     MOVE "CC" TO WS-REJECT-REASON.
012590     IF WS-XCAM-STATUS = "00"
012600         MOVE ET-STUDENT-ID TO XQ-STUDENT-ID
012610         MOVE ET-COURSE-CODE TO XQ-COURSE-CODE
012620         MOVE ET-TERM-CODE TO XQ-TERM-CODE
012630         MOVE ET-SECTION TO XQ-SECTION
012640         MOVE WS-STUDENT-CAMPUS TO XQ-STUDENT-CAMPUS
012650         MOVE WS-TGT-CAMPUS TO XQ-OFFER-CAMPUS
012660         MOVE RH-RUN-DATE TO XQ-HELD-DATE
012670         SET XQ-HELD TO TRUE
012680         WRITE XQ-HELD-RECORD
012690     END-IF.
012700 3150-CHECK-CAMPUS-EXIT.
012710     EXIT.

012720******************************************************************
012730* 3110-CHECK-ONE-ENROLLMENT - COMPARE ONE OF THE STUDENT'S
012740*                             ENROLLED REGISTRATIONS FOR THE
012750*                             TERM AGAINST THE TARGET MEETING
012760*                             PATTERN.
012770******************************************************************
012780 3110-CHECK-ONE-ENROLLMENT.
012790     READ ENROLLMENT-MASTER NEXT RECORD
012800         AT END
012810             SET WS-CONFLICT-DONE TO TRUE
012820     END-READ.
012830     IF WS-ENRL-STATUS NOT = "00" AND NOT WS-CONFLICT-DONE
012840         SET WS-CONFLICT-DONE TO TRUE
012850     END-IF.
012860     IF WS-CONFLICT-DONE
012870         GO TO 3110-CHECK-ONE-ENROLLMENT-EXIT
012880     END-IF.
012890     IF EN-STUDENT-ID NOT = ET-STUDENT-ID
012900         SET WS-CONFLICT-DONE TO TRUE
012910         GO TO 3110-CHECK-ONE-ENROLLMENT-EXIT
012920     END-IF.
012930     IF NOT EN-ENROLLED
012940         GO TO 3110-CHECK-ONE-ENROLLMENT-EXIT
012950     END-IF.
012960     IF EN-TERM-CODE NOT = ET-TERM-CODE
012970         GO TO 3110-CHECK-ONE-ENROLLMENT-EXIT
012980     END-IF.
012990     IF EN-COURSE-CODE = ET-COURSE-CODE
013000         GO TO 3110-CHECK-ONE-ENROLLMENT-EXIT
013010     END-IF.

013020     MOVE EN-COURSE-CODE TO OF-COURSE-CODE.
013030     MOVE EN-TERM-CODE TO OF-TERM-CODE.
013040     MOVE EN-SECTION TO OF-SECTION.
013050     READ OFFERING-FILE
013060         INVALID KEY
013070             GO TO 3110-CHECK-ONE-ENROLLMENT-EXIT
013080     END-READ.
013090     IF WS-OFF-STATUS NOT = "00"
013100         GO TO 3110-CHECK-ONE-ENROLLMENT-EXIT
013110     END-IF.
013120     MOVE OF-MEET-DAYS TO WS-OTH-DAYS.
013130     MOVE OF-START-TIME TO WS-OTH-START.
013140     MOVE OF-END-TIME TO WS-OTH-END.

013150*    TWO MEETINGS COLLIDE WHEN THE TIME RANGES OVERLAP AND ANY
013160*    MEETING DAY IS FLAGGED IN BOTH PATTERNS.
013170     IF WS-TGT-START < WS-OTH-END
013180             AND WS-OTH-START < WS-TGT-END
013190         PERFORM 3120-MATCH-ONE-DAY THRU 3120-MATCH-ONE-DAY-EXIT
013200             VARYING WS-DAY-SUB FROM 1 BY 1
013210             UNTIL WS-DAY-SUB > 7
013220     END-IF.
013230 3110-CHECK-ONE-ENROLLMENT-EXIT.
013240     EXIT.

013250******************************************************************
013260* 3120-MATCH-ONE-DAY - ONE DAY FLAG OF THE TWO PATTERNS.
013270******************************************************************
013280 3120-MATCH-ONE-DAY.
013290     IF WS-TGT-DAY (WS-DAY-SUB) = "Y"
013300             AND WS-OTH-DAY (WS-DAY-SUB) = "Y"
013310         SET WS-TIME-CONFLICT TO TRUE
013320     END-IF.
013330 3120-MATCH-ONE-DAY-EXIT.
013340     EXIT.

013350******************************************************************
013360* 3200-CHECK-HOLDS - SCAN THE STUDENT'S HOLDS; ANY ACTIVE ONE
013370*                    REFUSES THE ADD WITH "H" PLUS THE TYPE.
013380******************************************************************
013390 3200-CHECK-HOLDS.
013400     MOVE "N" TO WS-HOLD-SCAN-SWITCH.
013410     MOVE SPACES TO WS-HELD-TYPE.
013420     MOVE ET-STUDENT-ID TO HD-STUDENT-ID.
013430     MOVE LOW-VALUES TO HD-HOLD-TYPE.
013440     START HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
013450         INVALID KEY
013460             SET WS-HOLD-SCAN-DONE TO TRUE
013470     END-START.
013480     PERFORM 3210-CHECK-ONE-HOLD THRU 3210-CHECK-ONE-HOLD-EXIT
013490         UNTIL WS-HOLD-SCAN-DONE OR WS-HELD-TYPE NOT = SPACES.
013500     IF WS-HELD-TYPE NOT = SPACES
013510         STRING "H" DELIMITED BY SIZE
013520                WS-HELD-TYPE DELIMITED BY SIZE
013530             INTO WS-REJECT-REASON
013540     END-IF.
013550 3200-CHECK-HOLDS-EXIT.
013560     EXIT.

013570******************************************************************
013580* 3210-CHECK-ONE-HOLD - EXAMINE ONE HOLD RECORD OF THE STUDENT.
013590******************************************************************
013600 3210-CHECK-ONE-HOLD.
013610     READ HOLD-FILE NEXT RECORD
013620         AT END
013630             SET WS-HOLD-SCAN-DONE TO TRUE
013640     END-READ.
013650     IF WS-HOLD-STATUS NOT = "00" AND NOT WS-HOLD-SCAN-DONE
013660         SET WS-HOLD-SCAN-DONE TO TRUE
013670     END-IF.
013680     IF WS-HOLD-SCAN-DONE
013690         GO TO 3210-CHECK-ONE-HOLD-EXIT
013700     END-IF.
013710     IF HD-STUDENT-ID NOT = ET-STUDENT-ID
013720         SET WS-HOLD-SCAN-DONE TO TRUE
013730         GO TO 3210-CHECK-ONE-HOLD-EXIT
013740     END-IF.
013750     IF HD-ACTIVE
013760         MOVE HD-HOLD-TYPE TO WS-HELD-TYPE
013770     END-IF.
013780 3210-CHECK-ONE-HOLD-EXIT.
013790     EXIT.

013800******************************************************************
013810* 3300-CHECK-TIME-TICKET - REFUSE AN ADD STAMPED BEFORE THE
013820*                          STUDENT'S WINDOW FOR THE TERM OPENS.
013830******************************************************************
013840 3300-CHECK-TIME-TICKET.
013850     MOVE ET-STUDENT-ID TO TK-STUDENT-ID.
013860     MOVE ET-TERM-CODE TO TK-TERM-CODE.
013870     READ TICKET-FILE
013880         INVALID KEY
013890             GO TO 3300-CHECK-TIME-TICKET-EXIT
013900     END-READ.
013910     IF WS-TKT-STATUS NOT = "00"
013920         GO TO 3300-CHECK-TIME-TICKET-EXIT
013930     END-IF.
013940     IF ET-SUBMIT-DATE < TK-START-DATE
013950             OR (ET-SUBMIT-DATE = TK-START-DATE
013960                 AND ET-SUBMIT-TIME < TK-START-TIME)
013970         MOVE "TT" TO WS-REJECT-REASON
013980     END-IF.
013990 3300-CHECK-TIME-TICKET-EXIT.
014000     EXIT.

014010******************************************************************
014020* 3400-CHECK-CREDIT-LOAD - TOTAL THE STUDENT'S ENROLLED HOURS
014030*                          FOR THE TERM WITH THIS COURSE ADDED.
014040*                          OVER THE TERM'S MAXIMUM REFUSES THE
014050*                          ADD ("CL") UNLESS AN ACTIVE OVERLOAD
014060*                          APPROVAL COVERS THE NEW LOAD.
014070******************************************************************
014080 3400-CHECK-CREDIT-LOAD.
014090     MOVE ET-TERM-CODE TO TM-TERM-CODE.
014100     READ TERM-CONTROL
014110         INVALID KEY
014120             GO TO 3400-CHECK-CREDIT-LOAD-EXIT
014130     END-READ.
014140     IF WS-TERM-STATUS NOT = "00" OR TM-MAX-CREDITS = ZERO
014150         GO TO 3400-CHECK-CREDIT-LOAD-EXIT
014160     END-IF.
014170     MOVE TM-MAX-CREDITS TO WS-LOAD-LIMIT.
014180     IF WS-STANDING-USABLE AND TM-PROBATION-MAX > ZERO
014190         MOVE ET-STUDENT-ID TO AS-STUDENT-ID
014200         READ STANDING-FILE
014210             INVALID KEY
014220                 MOVE SPACES TO AS-STANDING-CODE
014230         END-READ
014240         IF WS-STND-STATUS = "00" AND AS-PROBATION
014250             MOVE TM-PROBATION-MAX TO WS-LOAD-LIMIT
014260         END-IF
014270     END-IF.

014280     MOVE WS-ADD-HOURS TO WS-TERM-LOAD.
014290     MOVE "N" TO WS-LOAD-SCAN-SWITCH.
014300     MOVE ET-STUDENT-ID TO EN-STUDENT-ID.
014310     MOVE LOW-VALUES TO EN-COURSE-CODE.
014320     START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-ENROLL-KEY
014330         INVALID KEY
014340             SET WS-LOAD-SCAN-DONE TO TRUE
014350     END-START.
014360     PERFORM 3410-ADD-ONE-ENROLLMENT
014370         THRU 3410-ADD-ONE-ENROLLMENT-EXIT
014380         UNTIL WS-LOAD-SCAN-DONE.
014390     IF WS-TERM-LOAD NOT > WS-LOAD-LIMIT
014400         GO TO 3400-CHECK-CREDIT-LOAD-EXIT
014410     END-IF.

014420     MOVE "CL" TO WS-REJECT-REASON.
014430     IF NOT WS-OVERLOADS-USABLE
014440         GO TO 3400-CHECK-CREDIT-LOAD-EXIT
014450     END-IF.
014460     MOVE ET-STUDENT-ID TO OA-STUDENT-ID.
014470     MOVE ET-TERM-CODE TO OA-TERM-CODE.
014480     READ OVERLOAD-FILE
014490         INVALID KEY
014500             GO TO 3400-CHECK-CREDIT-LOAD-EXIT
014510     END-READ.
014520     IF WS-OVLD-STATUS = "00" AND OA-ACTIVE
014530             AND WS-TERM-LOAD NOT > OA-MAX-CREDITS
014540         MOVE SPACES TO WS-REJECT-REASON
014550         SET WS-OVERLOAD-USED TO TRUE
014560     END-IF.
014570 3400-CHECK-CREDIT-LOAD-EXIT.
014580     EXIT.

014590******************************************************************
014600* 3410-ADD-ONE-ENROLLMENT - ADD THE HOURS OF ONE OF THE STUDENT'S
014610*                           OTHER ENROLLED REGISTRATIONS FOR THE
014620*                           TERM TO THE LOAD.
014630******************************************************************
014640 3410-ADD-ONE-ENROLLMENT.
014650     READ ENROLLMENT-MASTER NEXT RECORD
014660         AT END
014670             SET WS-LOAD-SCAN-DONE TO TRUE
014680     END-READ.
014690     IF WS-ENRL-STATUS NOT = "00" AND NOT WS-LOAD-SCAN-DONE
014700         SET WS-LOAD-SCAN-DONE TO TRUE
014710     END-IF.
014720     IF WS-LOAD-SCAN-DONE
014730         GO TO 3410-ADD-ONE-ENROLLMENT-EXIT
014740     END-IF.
014750     IF EN-STUDENT-ID NOT = ET-STUDENT-ID
014760         SET WS-LOAD-SCAN-DONE TO TRUE
014770         GO TO 3410-ADD-ONE-ENROLLMENT-EXIT
014780     END-IF.
014790     IF NOT EN-ENROLLED
014800             OR EN-TERM-CODE NOT = ET-TERM-CODE
014810             OR EN-COURSE-CODE = ET-COURSE-CODE
014820         GO TO 3410-ADD-ONE-ENROLLMENT-EXIT
014830     END-IF.
014840     MOVE EN-COURSE-CODE TO CQ-COURSE-CODE.
014850     MOVE EN-TERM-CODE TO CQ-TERM-CODE.
014860     CALL "CRSVERS" USING CQ-VERSION-AREA.
014870     ADD CQ-CREDIT-HOURS TO WS-TERM-LOAD.
014880 3410-ADD-ONE-ENROLLMENT-EXIT.
014890     EXIT.

014900******************************************************************
014910* 3500-FIND-PERMIT - AN OVERRIDE PERMIT FOR THE STUDENT INTO THIS
014920*                    SECTION COUNTS ONLY WHILE ACTIVE AND NOT
014930*                    PAST ITS EXPIRY DATE.
014940******************************************************************
014950 3500-FIND-PERMIT.
014960     MOVE ET-STUDENT-ID TO PX-STUDENT-ID.
014970     MOVE ET-COURSE-CODE TO PX-COURSE-CODE.
014980     MOVE ET-TERM-CODE TO PX-TERM-CODE.
014990     MOVE ET-SECTION TO PX-SECTION.
015000     READ PERMIT-FILE
015010         INVALID KEY
015020             GO TO 3500-FIND-PERMIT-EXIT
015030     END-READ.
015040     IF WS-PERM-STATUS = "00" AND PX-ACTIVE
015050             AND PX-EXPIRE-DATE NOT < RH-RUN-DATE
015060         SET WS-HAVE-PERMIT TO TRUE
015070     END-IF.
015080 3500-FIND-PERMIT-EXIT.
015090     EXIT.

015100******************************************************************
015110* 3510-NOTE-OVERRIDE - ADD ONE OVERRIDE CODE TO THE LIST HANDED
015120*                      BACK TO THE CALLER.
015130******************************************************************
015140 3510-NOTE-OVERRIDE.
015150     STRING WS-OVR-CODE DELIMITED BY SIZE
015160            " "         DELIMITED BY SIZE
015170         INTO WS-PERMIT-USED-CODES WITH POINTER WS-PERMIT-PTR.
015180 3510-NOTE-OVERRIDE-EXIT.
015190     EXIT.

015200******************************************************************
015210* 3600-QUEUE-NA-NOTIFY - TELL THE STUDENT THEY WERE DROPPED FOR
015220*                        NEVER ATTENDING: ONE TYPED EVENT TO THE
015230*                        CENTRAL QUEUE FOR THE NIGHTLY FORMATTER.
015240******************************************************************
015250 3600-QUEUE-NA-NOTIFY.
015260     IF WS-NOTIF-STATUS NOT = "00"
015270         GO TO 3600-QUEUE-NA-NOTIFY-EXIT
015280     END-IF.
015290     SET NF-EVENT-NEVER-ATTENDED TO TRUE.
015300     MOVE RH-RUN-DATE TO NF-EVENT-DATE.
015310     ACCEPT NF-EVENT-TIME FROM TIME.
015320     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
015330     MOVE SPACES TO NF-SUBJECT-ID.
015340     MOVE ET-STUDENT-ID TO NF-SUBJECT-ID.
015350     MOVE SPACES TO NF-EVENT-TEXT.
015360     STRING "NEVER ATTENDED - DROPPED "
015370                                 DELIMITED BY SIZE
015380            ET-COURSE-CODE       DELIMITED BY SIZE
015390            " "                  DELIMITED BY SIZE
015400            EN-TERM-CODE         DELIMITED BY SIZE
015410         INTO NF-EVENT-TEXT.
015420     WRITE NF-NOTIFY-RECORD.
015430 3600-QUEUE-NA-NOTIFY-EXIT.
015440     EXIT.

015450******************************************************************
015460* 3610-QUEUE-NP-NOTIFY - TELL THE STUDENT THE REGISTRATION WAS
015470*                        CANCELLED FOR NON-PAYMENT: ONE TYPED
015480*                        EVENT TO THE CENTRAL QUEUE PER COURSE.
015490******************************************************************
015500 3610-QUEUE-NP-NOTIFY.
015510     IF WS-NOTIF-STATUS NOT = "00"
015520         GO TO 3610-QUEUE-NP-NOTIFY-EXIT
015530     END-IF.
015540     SET NF-EVENT-NON-PAYMENT TO TRUE.
015550     MOVE RH-RUN-DATE TO NF-EVENT-DATE.
015560     ACCEPT NF-EVENT-TIME FROM TIME.
015570     MOVE RH-PROGRAM-NAME TO NF-SOURCE-PROGRAM.
015580     MOVE SPACES TO NF-SUBJECT-ID.
015590     MOVE ET-STUDENT-ID TO NF-SUBJECT-ID.
015600     MOVE SPACES TO NF-EVENT-TEXT.
015610     STRING "NON-PAYMENT - CANCELLED "
015620                                 DELIMITED BY SIZE
015630            ET-COURSE-CODE       DELIMITED BY SIZE
015640            " "                  DELIMITED BY SIZE
015650            EN-TERM-CODE         DELIMITED BY SIZE
015660         INTO NF-EVENT-TEXT.
015670     WRITE NF-NOTIFY-RECORD.
015680 3610-QUEUE-NP-NOTIFY-EXIT.
015690     EXIT.

015700 END PROGRAM ENRLAPLY.
