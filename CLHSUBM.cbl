000010******************************************************************
000020* PROGRAM-ID : CLHSUBM
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   ENROLLMENT-STATUS SUBMISSION TO THE NATIONAL STUDENT
000090*   CLEARINGHOUSE FOR THE TERM NAMED BY THE CLHPARM PARAMETER,
000100*   RUN ON THE CLEARINGHOUSE SCHEDULE THROUGH THE TERM.  EACH
000110*   STUDENT'S STATUS IS WORKED OUT FROM THE CREDIT HOURS OF THE
000120*   ENROLLED REGISTRATIONS ON THE ENROLLMENT MASTER (CATALOG
000130*   CREDITS BY CRSVERS, 3 WHEN THE CATALOG HAS NONE) AGAINST THE
000140*   TERM'S RATETBL FULL-TIME THRESHOLD (12 WHEN THERE IS NO RATE
000150*   RECORD) - FULL-TIME, HALF-TIME AT HALF THE THRESHOLD, ELSE
000160*   LESS THAN HALF-TIME.  A WITHDRAWAL (WDRAWCSC) OR GRADUATION
000170*   (GRADCLR) ON THE CLHEVENT FEED OVERRIDES IT WITH ITS OWN
000180*   EFFECTIVE DATE, AND A STUDENT ONCE REPORTED WHO NO LONGER
000190*   HOLDS ANY ENROLLED REGISTRATION IS REPORTED WITHDRAWN.  THE
000200*   FIRST SUBMISSION OF A TERM IS A FULL FILE; EVERY LATER ONE
000210*   CARRIES ONLY THE STUDENTS WHOSE STATUS DIFFERS FROM THE ONE
000220*   LAST REPORTED (CLHSTAT).  EVERY STATUS SENT IS APPENDED TO
000230*   THE SUBMISSION HISTORY (CLHHIST).  THE CLEARINGHOUSE'S
000240*   ERROR-RETURN FILE (CLHERR), WHEN PRESENT, IS LISTED ON THE
000250*   REPORT FOR CORRECTION AND THOSE STUDENTS ARE SENT AGAIN.
000253*   A TERM ON CLHPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000256*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   2026-10-15  RO   ORIGINAL PROGRAM.
000282*   2026-10-15  RO   A BLANK OR MISSING CLHPARM TERM TAKES THE
000284*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000286*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000288*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    CLHSUBM.
000320 AUTHOR.        R. OKONKWO.
000330 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CLH-PARM ASSIGN TO "CLHPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.

000420     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS TM-TERM-CODE
000460         FILE STATUS IS WS-TERM-STATUS.

000470     SELECT RATE-TABLE ASSIGN TO "RATETBL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RATE-STATUS.

000500     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS EN-ENROLL-KEY
000540         ALTERNATE RECORD KEY IS EN-COURSE-CODE
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-ENRL-STATUS.

000570     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SM-STUDENT-ID
000610         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-MAST-STATUS.

000640     SELECT EVENT-FILE ASSIGN TO "CLHEVENT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-EVENT-STATUS.

000670     SELECT STATUS-FILE ASSIGN TO "CLHSTAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS NS-STAT-KEY
000710         FILE STATUS IS WS-STAT-STATUS.

000720     SELECT ERROR-RETURN ASSIGN TO "CLHERR"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ERR-STATUS.

000750     SELECT SUBMISSION-FILE ASSIGN TO "CLHSUB"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SUB-STATUS.

000780     SELECT HISTORY-FILE ASSIGN TO "CLHHIST"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-HIST-STATUS.

000810     SELECT CLH-RPT ASSIGN TO "CLHRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RPT-STATUS.

000840 DATA DIVISION.
000850 FILE SECTION.
000860*    THE TERM TO SUBMIT AND OUR CLEARINGHOUSE SCHOOL CODE.
000870 FD  CLH-PARM.
000880 01  CP-PARM-RECORD.
000890     05  CP-TERM-CODE         PIC X(05).
000900     05  CP-SCHOOL-CODE       PIC X(08).

000910 FD  TERM-CONTROL.
000920     COPY "termrec.cpy".

000930 FD  RATE-TABLE.
000940     COPY "raterec.cpy".

000950 FD  ENROLLMENT-MASTER.
000960     COPY "enrlrec.cpy".

000970 FD  STUDENT-MASTER.
000980     COPY "studrec.cpy".

000990 FD  EVENT-FILE.
001000     COPY "clhevent.cpy".

001010 FD  STATUS-FILE.
001020     COPY "clhstat.cpy".

001030 FD  ERROR-RETURN.
001040     COPY "clherr.cpy".

001050 FD  SUBMISSION-FILE.
001060     COPY "clhsub.cpy".

001070 FD  HISTORY-FILE.
001080     COPY "clhhist.cpy".

001090 FD  CLH-RPT.
001100 01  CR-REPORT-LINE           PIC X(80).

001110 WORKING-STORAGE SECTION.
001120     COPY "runhdr.cpy".

001123*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001126     COPY "runparm.cpy".
001130     COPY "crsvers.cpy".

001140 01  WS-SWITCHES.
001150     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
001160         88  WS-FATAL         VALUE "Y".
001170     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001180         88  WS-EOF           VALUE "Y".
001190     05  WS-RATE-EOF-SWITCH   PIC X(01) VALUE "N".
001200         88  WS-RATE-EOF      VALUE "Y".
001210     05  WS-EVENT-EOF-SWITCH  PIC X(01) VALUE "N".
001220         88  WS-EVENT-EOF     VALUE "Y".
001230     05  WS-EVENT-FULL-SW     PIC X(01) VALUE "N".
001240         88  WS-EVENT-FULL    VALUE "Y".
001250     05  WS-ERR-EOF-SWITCH    PIC X(01) VALUE "N".
001260         88  WS-ERR-EOF       VALUE "Y".
001270     05  WS-STAT-EOF-SWITCH   PIC X(01) VALUE "N".
001280         88  WS-STAT-EOF      VALUE "Y".
001290     05  WS-FULL-FILE-SWITCH  PIC X(01) VALUE "N".
001300         88  WS-FULL-FILE     VALUE "Y".
001310     05  WS-ON-FILE-SWITCH    PIC X(01) VALUE "N".
001320         88  WS-ON-FILE       VALUE "Y".
001330     05  WS-MAST-USABLE-SW    PIC X(01) VALUE "N".
001340         88  WS-MAST-USABLE   VALUE "Y".

001350 01  WS-FILE-STATUSES.
001360     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
001370     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
001380     05  WS-RATE-STATUS       PIC X(02) VALUE "00".
001390     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001400     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001410     05  WS-EVENT-STATUS      PIC X(02) VALUE "00".
001420     05  WS-STAT-STATUS       PIC X(02) VALUE "00".
001430     05  WS-ERR-STATUS        PIC X(02) VALUE "00".
001440     05  WS-SUB-STATUS        PIC X(02) VALUE "00".
001450     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
001460     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001470 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.
001480 01  WS-TODAY                 PIC 9(08).
001490 01  WS-FT-THRESHOLD          PIC 9(02) VALUE 12.
001500 01  WS-HT-THRESHOLD          PIC 9(02) VALUE 6.
001510 01  WS-FILE-TYPE             PIC X(01).
001520 01  WS-TERM-BEGIN            PIC 9(08).
001530 01  WS-TERM-END              PIC 9(08).

001540 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.
001550 01  WS-STUDENT-CREDITS       PIC 9(03) COMP VALUE ZERO.
001560 01  WS-CREDIT-HOURS          PIC 9(02).

001570*    THE STATUS WORKED OUT FOR THE STUDENT IN HAND.
001580 01  WS-NEW-STATUS            PIC X(01).
001590 01  WS-NEW-EFFECTIVE         PIC 9(08).
001600 01  WS-NEW-CREDITS           PIC 9(02).

001610*    THE TERM'S WITHDRAWAL AND GRADUATION EVENTS, AND THE EVENTS
001620*    OF OTHER TERMS, WHICH ARE WRITTEN BACK FOR THEIR OWN RUN.
001630 01  WS-EVENT-TABLE.
001640     05  WS-EVENT-COUNT       PIC 9(04) COMP VALUE ZERO.
001650     05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
001660         10  WS-EV-RECORD     PIC X(30).
001670         10  WS-EV-USED       PIC X(01).
001680 77  WS-EVENT-SUB             PIC 9(04) COMP.
001690 77  WS-EVENT-FOUND           PIC 9(04) COMP.

001700 01  WS-COUNTERS COMP.
001710     05  WS-DETAILS-SENT      PIC 9(07) VALUE ZERO.
001720     05  WS-SENT-FULL         PIC 9(07) VALUE ZERO.
001730     05  WS-SENT-HALF         PIC 9(07) VALUE ZERO.
001740     05  WS-SENT-LESS         PIC 9(07) VALUE ZERO.
001750     05  WS-SENT-WITHDRAWN    PIC 9(07) VALUE ZERO.
001760     05  WS-SENT-GRADUATED    PIC 9(07) VALUE ZERO.
001770     05  WS-UNCHANGED         PIC 9(07) VALUE ZERO.
001780     05  WS-REJECTS-LISTED    PIC 9(07) VALUE ZERO.

001790 01  WS-EDIT-FIELDS.
001800     05  WS-COUNT-ED          PIC Z,ZZZ,ZZ9.
001810     05  WS-DATE-ED           PIC 9999/99/99.

001820 01  WS-REPORT-LINE           PIC X(80).

001830 PROCEDURE DIVISION.

001840******************************************************************
001850* 0000-MAINLINE.
001860******************************************************************
001870 0000-MAINLINE.
001880     MOVE "CLHSUBM" TO RH-PROGRAM-NAME.
001890     CALL "BIZDATE" USING RH-RUN-DATE.
001900     ACCEPT RH-RUN-TIME FROM TIME.
001910     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001920         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001940     IF NOT WS-FATAL
001950         PERFORM 1500-ERROR-RETURNS THRU 1500-ERROR-RETURNS-EXIT
001960         PERFORM 2000-ENROLLED-STUDENTS
001970             THRU 2000-ENROLLED-STUDENTS-EXIT
001980         PERFORM 2500-EVENT-ONLY-STUDENTS
001990             THRU 2500-EVENT-ONLY-STUDENTS-EXIT
002000         PERFORM 2600-NO-LONGER-ENROLLED
002010             THRU 2600-NO-LONGER-ENROLLED-EXIT
002020     END-IF.
002030     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002040     ACCEPT RH-RUN-TIME FROM TIME.
002050     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002060         RH-RUN-TIME.
002070     STOP RUN.

002080******************************************************************
002090* 1000-INITIALIZE - PARAMETER, TERM DATES, FULL-TIME THRESHOLD,
002100*                   EVENTS, AND WHETHER THIS IS THE TERM'S FIRST
002110*                   (FULL) SUBMISSION.
002120******************************************************************
002130 1000-INITIALIZE.
002140     OPEN OUTPUT CLH-RPT.
002150     MOVE "CLEARINGHOUSE ENROLLMENT STATUS SUBMISSION"
002160         TO WS-REPORT-LINE.
002170     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
002180     MOVE RH-RUN-DATE TO WS-TODAY.

002188*    A TERM ON CLHPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
002196*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
002204*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
002212     MOVE SPACES TO RK-EXPLICIT-TERM.
002220     OPEN INPUT CLH-PARM.
002228     IF WS-PARM-STATUS = "00"
002236         READ CLH-PARM
002244             AT END
002252                 MOVE SPACES TO CP-PARM-RECORD
002260         END-READ
002268         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
002276         CLOSE CLH-PARM
002284     END-IF.
002292     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
002300     SET RK-CURRENT-TERM TO TRUE.
002308     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
002316     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
002324     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
002332     IF NOT RK-TERM-VALID
002340         SET WS-FATAL TO TRUE
002348         GO TO 1000-INITIALIZE-EXIT
002356     END-IF.
002364     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

002390     OPEN INPUT TERM-CONTROL.
002400     MOVE WS-SELECTED-TERM TO TM-TERM-CODE.
002410     READ TERM-CONTROL
002420         INVALID KEY
002430             CONTINUE
002440     END-READ.
002450     IF WS-TERM-STATUS NOT = "00"
002460         MOVE "  (TERM NOT ON TERM FILE)" TO WS-REPORT-LINE
002470         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
002480         CLOSE TERM-CONTROL
002490         SET WS-FATAL TO TRUE
002500         GO TO 1000-INITIALIZE-EXIT
002510     END-IF.
002520     MOVE TM-START-DATE TO WS-TERM-BEGIN.
002530     MOVE TM-END-DATE TO WS-TERM-END.
002540     CLOSE TERM-CONTROL.

002550     OPEN INPUT ENROLLMENT-MASTER.
002560     IF WS-ENRL-STATUS NOT = "00"
002570         MOVE "  (NO ENROLLMENT MASTER - NOTHING SUBMITTED)"
002580             TO WS-REPORT-LINE
002590         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
002600         SET WS-FATAL TO TRUE
002610         GO TO 1000-INITIALIZE-EXIT
002620     END-IF.

002630     PERFORM 1100-READ-RATE-TABLE THRU 1100-READ-RATE-TABLE-EXIT.
002640     COMPUTE WS-HT-THRESHOLD ROUNDED = WS-FT-THRESHOLD / 2.

002650     OPEN INPUT EVENT-FILE.
002660     IF WS-EVENT-STATUS NOT = "00"
002670         SET WS-EVENT-EOF TO TRUE
002680     END-IF.
002690     PERFORM 1200-LOAD-ONE-EVENT THRU 1200-LOAD-ONE-EVENT-EXIT
002700         UNTIL WS-EVENT-EOF.
002710     IF WS-EVENT-STATUS = "00" OR WS-EVENT-STATUS = "10"
002720         CLOSE EVENT-FILE
002730     END-IF.
002740     IF WS-EVENT-FULL
002750         MOVE "  (EVENT TABLE FULL - REMAINING EVENTS KEPT)"
002760             TO WS-REPORT-LINE
002770         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
002780     END-IF.

002790     OPEN INPUT STUDENT-MASTER.
002800     IF WS-MAST-STATUS = "00"
002810         SET WS-MAST-USABLE TO TRUE
002820     END-IF.

002830     OPEN I-O STATUS-FILE.
002840     IF WS-STAT-STATUS = "35"
002850         OPEN OUTPUT STATUS-FILE
002860         CLOSE STATUS-FILE
002870         OPEN I-O STATUS-FILE
002880     END-IF.

002890*    NOTHING ON CLHSTAT FOR THE TERM MEANS NOTHING HAS BEEN SENT
002900*    FOR IT YET - THE FIRST SUBMISSION IS THE FULL FILE.
002910     SET WS-FULL-FILE TO TRUE.
002920     MOVE WS-SELECTED-TERM TO NS-TERM-CODE.
002930     MOVE ZERO TO NS-STUDENT-ID.
002940     START STATUS-FILE KEY IS NOT LESS THAN NS-STAT-KEY
002950         INVALID KEY
002960             CONTINUE
002970     END-START.
002980     IF WS-STAT-STATUS = "00"
002990         READ STATUS-FILE NEXT RECORD
003000             AT END
003010                 CONTINUE
003020         END-READ
003030         IF WS-STAT-STATUS = "00"
003040                 AND NS-TERM-CODE = WS-SELECTED-TERM
003050             MOVE "N" TO WS-FULL-FILE-SWITCH
003060         END-IF
003070     END-IF.
003080     IF WS-FULL-FILE
003090         MOVE "F" TO WS-FILE-TYPE
003100     ELSE
003110         MOVE "C" TO WS-FILE-TYPE
003120     END-IF.

003130     OPEN EXTEND HISTORY-FILE.
003140     IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
003150         OPEN OUTPUT HISTORY-FILE
003160     END-IF.

003170     OPEN OUTPUT SUBMISSION-FILE.
003180     MOVE SPACES TO NC-SUBMIT-RECORD.
003190     SET NC-HEADER TO TRUE.
003200     MOVE CP-SCHOOL-CODE TO NC-SCHOOL-CODE.
003210     MOVE WS-SELECTED-TERM TO NC-HDR-TERM-CODE.
003220     MOVE WS-TODAY TO NC-CREATE-DATE.
003230     MOVE WS-FILE-TYPE TO NC-FILE-TYPE.
003240     WRITE NC-SUBMIT-RECORD.

003250     MOVE SPACES TO WS-REPORT-LINE.
003260     IF WS-FULL-FILE
003270         STRING "TERM " DELIMITED BY SIZE
003280                WS-SELECTED-TERM DELIMITED BY SIZE
003290                "  FULL FILE (FIRST SUBMISSION OF THE TERM)"
003300                    DELIMITED BY SIZE
003310             INTO WS-REPORT-LINE
003320     ELSE
003330         STRING "TERM " DELIMITED BY SIZE
003340                WS-SELECTED-TERM DELIMITED BY SIZE
003350                "  CHANGES SINCE THE LAST SUBMISSION"
003360                    DELIMITED BY SIZE
003370             INTO WS-REPORT-LINE
003380     END-IF.
003390     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
003400 1000-INITIALIZE-EXIT.
003410     EXIT.

003420******************************************************************
003430* 1100-READ-RATE-TABLE - THE TERM'S FULL-TIME CREDIT THRESHOLD
003440*                        FROM RATETBL, 12 WHEN ABSENT.
003450******************************************************************
003460 1100-READ-RATE-TABLE.
003470     OPEN INPUT RATE-TABLE.
003480     IF WS-RATE-STATUS NOT = "00"
003490         GO TO 1100-READ-RATE-TABLE-EXIT
003500     END-IF.
003510     PERFORM 1110-ONE-RATE-RECORD
003520         THRU 1110-ONE-RATE-RECORD-EXIT
003530         UNTIL WS-RATE-EOF.
003540     CLOSE RATE-TABLE.
003550 1100-READ-RATE-TABLE-EXIT.
003560     EXIT.

003570******************************************************************
003580* 1110-ONE-RATE-RECORD - EXAMINE ONE RATE RECORD.
003590******************************************************************
003600 1110-ONE-RATE-RECORD.
003610     READ RATE-TABLE
003620         AT END
003630             SET WS-RATE-EOF TO TRUE
003640             GO TO 1110-ONE-RATE-RECORD-EXIT
003650     END-READ.
003660     IF RA-TERM-CODE = WS-SELECTED-TERM
003670             AND RA-FULLTIME-CREDITS IS NUMERIC
003680             AND RA-FULLTIME-CREDITS > ZERO
003690         MOVE RA-FULLTIME-CREDITS TO WS-FT-THRESHOLD
003700     END-IF.
003710 1110-ONE-RATE-RECORD-EXIT.
003720     EXIT.

003730******************************************************************
003740* 1200-LOAD-ONE-EVENT - TABLE ONE WITHDRAWAL/GRADUATION EVENT.
003750******************************************************************
003760 1200-LOAD-ONE-EVENT.
003770     READ EVENT-FILE
003780         AT END
003790             SET WS-EVENT-EOF TO TRUE
003800             GO TO 1200-LOAD-ONE-EVENT-EXIT
003810     END-READ.
003820     IF WS-EVENT-STATUS NOT = "00"
003830         SET WS-EVENT-EOF TO TRUE
003840         GO TO 1200-LOAD-ONE-EVENT-EXIT
003850     END-IF.
003860     IF WS-EVENT-COUNT >= 2000
003870         SET WS-EVENT-FULL TO TRUE
003880         SET WS-EVENT-EOF TO TRUE
003890         GO TO 1200-LOAD-ONE-EVENT-EXIT
003900     END-IF.
003910     ADD 1 TO WS-EVENT-COUNT.
003920     MOVE NE-EVENT-RECORD TO WS-EV-RECORD (WS-EVENT-COUNT).
003930     MOVE "N" TO WS-EV-USED (WS-EVENT-COUNT).
003940 1200-LOAD-ONE-EVENT-EXIT.
003950     EXIT.

003960******************************************************************
003970* 1500-ERROR-RETURNS - LIST EVERY STUDENT THE CLEARINGHOUSE
003980*                      REFUSED AND BLANK THEIR REPORTED STATUS SO
003990*                      THIS SUBMISSION SENDS THEM AGAIN.
004000******************************************************************
004010 1500-ERROR-RETURNS.
004020     OPEN INPUT ERROR-RETURN.
004030     IF WS-ERR-STATUS NOT = "00"
004040         GO TO 1500-ERROR-RETURNS-EXIT
004050     END-IF.
004060     MOVE SPACES TO WS-REPORT-LINE.
004070     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
004080     MOVE "STUDENTS REJECTED BY THE CLEARINGHOUSE - CORRECT"
004090         TO WS-REPORT-LINE.
004100     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
004110     PERFORM 1510-ONE-ERROR-RETURN
004120         THRU 1510-ONE-ERROR-RETURN-EXIT
004130         UNTIL WS-ERR-EOF.
004140     CLOSE ERROR-RETURN.
004150     IF WS-REJECTS-LISTED = ZERO
004160         MOVE "  (NONE)" TO WS-REPORT-LINE
004170         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
004180     END-IF.
004190 1500-ERROR-RETURNS-EXIT.
004200     EXIT.

004210******************************************************************
004220* 1510-ONE-ERROR-RETURN - LIST ONE REJECTED STUDENT.
004230******************************************************************
004240 1510-ONE-ERROR-RETURN.
004250     READ ERROR-RETURN
004260         AT END
004270             SET WS-ERR-EOF TO TRUE
004280             GO TO 1510-ONE-ERROR-RETURN-EXIT
004290     END-READ.
004300     IF WS-ERR-STATUS NOT = "00"
004310         SET WS-ERR-EOF TO TRUE
004320         GO TO 1510-ONE-ERROR-RETURN-EXIT
004330     END-IF.
004340     IF NX-TERM-CODE NOT = WS-SELECTED-TERM
004350         GO TO 1510-ONE-ERROR-RETURN-EXIT
004360     END-IF.
004370     ADD 1 TO WS-REJECTS-LISTED.

004380     MOVE SPACES TO SM-STUDENT-NAME.
004390     IF WS-MAST-USABLE
004400         MOVE NX-STUDENT-ID TO SM-STUDENT-ID
004410         READ STUDENT-MASTER
004420             INVALID KEY
004430                 MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
004440         END-READ
004450     END-IF.
004460     MOVE SPACES TO WS-REPORT-LINE.
004470     STRING "  " DELIMITED BY SIZE
004480            NX-STUDENT-ID DELIMITED BY SIZE
004490            "  " DELIMITED BY SIZE
004500            SM-STUDENT-NAME DELIMITED BY SIZE
004510            "  " DELIMITED BY SIZE
004520            NX-ERROR-CODE DELIMITED BY SIZE
004530            " " DELIMITED BY SIZE
004540            NX-ERROR-TEXT DELIMITED BY SIZE
004550         INTO WS-REPORT-LINE.
004560     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

004570     MOVE WS-SELECTED-TERM TO NS-TERM-CODE.
004580     MOVE NX-STUDENT-ID TO NS-STUDENT-ID.
004590     READ STATUS-FILE
004600         INVALID KEY
004610             GO TO 1510-ONE-ERROR-RETURN-EXIT
004620     END-READ.
004630     MOVE SPACE TO NS-STATUS.
004640     REWRITE NS-STATUS-RECORD.
004650 1510-ONE-ERROR-RETURN-EXIT.
004660     EXIT.

004670******************************************************************
004680* 2000-ENROLLED-STUDENTS - ONE PASS OF THE ENROLLMENT MASTER IN
004690*                          STUDENT ORDER, TOTALLING EACH STUDENT'S
004700*                          ENROLLED CREDITS IN THE TERM.
004710******************************************************************
004720 2000-ENROLLED-STUDENTS.
004730     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
004740     PERFORM 2200-ONE-ENROLLMENT THRU 2200-ONE-ENROLLMENT-EXIT
004750         UNTIL WS-EOF.
004760     IF WS-CURRENT-STUDENT NOT = ZERO
004770         PERFORM 2300-CLOSE-STUDENT THRU 2300-CLOSE-STUDENT-EXIT
004780     END-IF.
004790 2000-ENROLLED-STUDENTS-EXIT.
004800     EXIT.

004810******************************************************************
004820* 2100-READ-ENROLLMENT - NEXT ENROLLED REGISTRATION IN THE TERM.
004830******************************************************************
004840 2100-READ-ENROLLMENT.
004850     READ ENROLLMENT-MASTER NEXT RECORD
004860         AT END
004870             SET WS-EOF TO TRUE
004880             GO TO 2100-READ-ENROLLMENT-EXIT
004890     END-READ.
004900     IF WS-ENRL-STATUS NOT = "00"
004910         SET WS-EOF TO TRUE
004920         GO TO 2100-READ-ENROLLMENT-EXIT
004930     END-IF.
004940     IF NOT EN-ENROLLED
004950         GO TO 2100-READ-ENROLLMENT
004960     END-IF.
004970     IF EN-TERM-CODE NOT = WS-SELECTED-TERM
004980         GO TO 2100-READ-ENROLLMENT
004990     END-IF.
005000 2100-READ-ENROLLMENT-EXIT.
005010     EXIT.

005020******************************************************************
005030* 2200-ONE-ENROLLMENT - BREAK ON A NEW STUDENT AND ADD ONE
005040*                       REGISTRATION'S CREDITS.
005050******************************************************************
005060 2200-ONE-ENROLLMENT.
005070     IF EN-STUDENT-ID NOT = WS-CURRENT-STUDENT
005080         IF WS-CURRENT-STUDENT NOT = ZERO
005090             PERFORM 2300-CLOSE-STUDENT
005100                 THRU 2300-CLOSE-STUDENT-EXIT
005110         END-IF
005120         MOVE EN-STUDENT-ID TO WS-CURRENT-STUDENT
005130         MOVE ZERO TO WS-STUDENT-CREDITS
005140     END-IF.

005150     MOVE EN-COURSE-CODE TO CQ-COURSE-CODE.
005160     MOVE EN-TERM-CODE TO CQ-TERM-CODE.
005170     CALL "CRSVERS" USING CQ-VERSION-AREA.
005180     IF CQ-COURSE-FOUND
005190             AND CQ-CREDIT-HOURS IS NUMERIC
005200             AND CQ-CREDIT-HOURS > ZERO
005210         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
005220     ELSE
005230         MOVE 3 TO WS-CREDIT-HOURS
005240     END-IF.
005250     ADD WS-CREDIT-HOURS TO WS-STUDENT-CREDITS.

005260     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
005270 2200-ONE-ENROLLMENT-EXIT.
005280     EXIT.

005290******************************************************************
005300* 2300-CLOSE-STUDENT - THE STUDENT'S STATUS FROM THE CREDIT LOAD,
005310*                      UNLESS AN EVENT OVERRIDES IT.
005320******************************************************************
005330 2300-CLOSE-STUDENT.
005340     IF WS-STUDENT-CREDITS > 99
005350         MOVE 99 TO WS-NEW-CREDITS
005360     ELSE
005370         MOVE WS-STUDENT-CREDITS TO WS-NEW-CREDITS
005380     END-IF.
005390     EVALUATE TRUE
005400         WHEN WS-STUDENT-CREDITS NOT < WS-FT-THRESHOLD
005410             MOVE "F" TO WS-NEW-STATUS
005420         WHEN WS-STUDENT-CREDITS NOT < WS-HT-THRESHOLD
005430             MOVE "H" TO WS-NEW-STATUS
005440         WHEN OTHER
005450             MOVE "L" TO WS-NEW-STATUS
005460     END-EVALUATE.
005470     IF WS-FULL-FILE
005480         MOVE WS-TERM-BEGIN TO WS-NEW-EFFECTIVE
005490     ELSE
005500         MOVE WS-TODAY TO WS-NEW-EFFECTIVE
005510     END-IF.
005520     PERFORM 2350-APPLY-EVENT THRU 2350-APPLY-EVENT-EXIT.
005530     PERFORM 2400-REPORT-STATUS THRU 2400-REPORT-STATUS-EXIT.
005540 2300-CLOSE-STUDENT-EXIT.
005550     EXIT.

005560******************************************************************
005570* 2350-APPLY-EVENT - A WITHDRAWAL OR GRADUATION EVENT FOR THE
005580*                    STUDENT IN THIS TERM WINS, WITH ITS DATE; THE
005590*                    LATEST ONE ON THE FEED COUNTS.
005600******************************************************************
005610 2350-APPLY-EVENT.
005620     IF WS-EVENT-COUNT = ZERO
005630         GO TO 2350-APPLY-EVENT-EXIT
005640     END-IF.
005650     PERFORM VARYING WS-EVENT-FOUND FROM 1 BY 1
005660             UNTIL WS-EVENT-FOUND > WS-EVENT-COUNT
005670         MOVE WS-EV-RECORD (WS-EVENT-FOUND) TO NE-EVENT-RECORD
005680         IF NE-STUDENT-ID = WS-CURRENT-STUDENT
005690                 AND NE-TERM-CODE = WS-SELECTED-TERM
005700                 AND (NE-WITHDRAWN OR NE-GRADUATED)
005710             MOVE NE-STATUS TO WS-NEW-STATUS
005720             MOVE NE-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE
005730             MOVE "Y" TO WS-EV-USED (WS-EVENT-FOUND)
005740         END-IF
005750     END-PERFORM.
005760 2350-APPLY-EVENT-EXIT.
005770     EXIT.

005780******************************************************************
005790* 2400-REPORT-STATUS - SEND THE STUDENT WHEN THE STATUS DIFFERS
005800*                      FROM THE ONE LAST REPORTED (ALWAYS ON THE
005810*                      FULL FILE), AND RECORD IT ON CLHSTAT.
005820******************************************************************
005830 2400-REPORT-STATUS.
005840     MOVE "N" TO WS-ON-FILE-SWITCH.
005850     MOVE WS-SELECTED-TERM TO NS-TERM-CODE.
005860     MOVE WS-CURRENT-STUDENT TO NS-STUDENT-ID.
005870     READ STATUS-FILE
005880         INVALID KEY
005890             CONTINUE
005900     END-READ.
005910     IF WS-STAT-STATUS = "00"
005920         SET WS-ON-FILE TO TRUE
005930     ELSE
005940         MOVE SPACE TO NS-STATUS
005950         MOVE ZERO TO NS-EFFECTIVE-DATE
005960         MOVE ZERO TO NS-REPORTED-DATE
005970     END-IF.
005980     MOVE WS-TODAY TO NS-SEEN-DATE.

005990*    A GRADUATION ONCE REPORTED STANDS FOR THE TERM.
006000     IF NS-GRADUATED
006010         MOVE "G" TO WS-NEW-STATUS
006020     END-IF.

006030     IF WS-NEW-STATUS = NS-STATUS AND NOT WS-FULL-FILE
006040         ADD 1 TO WS-UNCHANGED
006050     ELSE
006060         PERFORM 2450-WRITE-DETAIL THRU 2450-WRITE-DETAIL-EXIT
006070         MOVE WS-NEW-STATUS TO NS-STATUS
006080         MOVE WS-NEW-EFFECTIVE TO NS-EFFECTIVE-DATE
006090         MOVE WS-TODAY TO NS-REPORTED-DATE
006100     END-IF.

006110     IF WS-ON-FILE
006120         REWRITE NS-STATUS-RECORD
006130     ELSE
006140         WRITE NS-STATUS-RECORD
006150     END-IF.
006160 2400-REPORT-STATUS-EXIT.
006170     EXIT.

006180******************************************************************
006190* 2450-WRITE-DETAIL - ONE DETAIL RECORD AND ITS HISTORY ENTRY.
006200******************************************************************
006210 2450-WRITE-DETAIL.
006220     MOVE SPACES TO NC-SUBMIT-RECORD.
006230     SET NC-DETAIL TO TRUE.
006240     MOVE WS-CURRENT-STUDENT TO NC-STUDENT-ID.
006250     MOVE ZERO TO NC-DATE-OF-BIRTH.
006260     IF WS-MAST-USABLE
006270         MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID
006280         READ STUDENT-MASTER
006290             INVALID KEY
006300                 CONTINUE
006310         END-READ
006320         IF WS-MAST-STATUS = "00"
006330             MOVE SM-STUDENT-NAME TO NC-STUDENT-NAME
006340             MOVE SM-DATE-OF-BIRTH TO NC-DATE-OF-BIRTH
006350         END-IF
006360     END-IF.
006370     MOVE WS-SELECTED-TERM TO NC-TERM-CODE.
006380     MOVE WS-TERM-BEGIN TO NC-TERM-BEGIN.
006390     MOVE WS-TERM-END TO NC-TERM-END.
006400     MOVE WS-NEW-STATUS TO NC-ENROLL-STATUS.
006410     MOVE WS-NEW-EFFECTIVE TO NC-EFFECTIVE-DATE.
006420     MOVE WS-NEW-CREDITS TO NC-CREDIT-HOURS.
006430     WRITE NC-SUBMIT-RECORD.

006440     MOVE WS-TODAY TO NH-SUBMIT-DATE.
006450     MOVE WS-FILE-TYPE TO NH-FILE-TYPE.
006460     MOVE WS-SELECTED-TERM TO NH-TERM-CODE.
006470     MOVE WS-CURRENT-STUDENT TO NH-STUDENT-ID.
006480     MOVE WS-NEW-STATUS TO NH-ENROLL-STATUS.
006490     MOVE WS-NEW-EFFECTIVE TO NH-EFFECTIVE-DATE.
006500     MOVE WS-NEW-CREDITS TO NH-CREDIT-HOURS.
006510     WRITE NH-HISTORY-RECORD.

006520     ADD 1 TO WS-DETAILS-SENT.
006530     EVALUATE WS-NEW-STATUS
006540         WHEN "F"
006550             ADD 1 TO WS-SENT-FULL
006560         WHEN "H"
006570             ADD 1 TO WS-SENT-HALF
006580         WHEN "L"
006590             ADD 1 TO WS-SENT-LESS
006600         WHEN "W"
006610             ADD 1 TO WS-SENT-WITHDRAWN
006620         WHEN "G"
006630             ADD 1 TO WS-SENT-GRADUATED
006640     END-EVALUATE.
006650 2450-WRITE-DETAIL-EXIT.
006660     EXIT.

006670******************************************************************
006680* 2500-EVENT-ONLY-STUDENTS - A WITHDRAWN STUDENT HAS NO ENROLLED
006690*                            REGISTRATIONS LEFT, SO THE EVENTS THE
006700*                            MASTER PASS DID NOT USE ARE REPORTED
006710*                            HERE.
006720******************************************************************
006730 2500-EVENT-ONLY-STUDENTS.
006740     IF WS-EVENT-COUNT = ZERO
006750         GO TO 2500-EVENT-ONLY-STUDENTS-EXIT
006760     END-IF.
006770     PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
006780             UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
006790         MOVE WS-EV-RECORD (WS-EVENT-SUB) TO NE-EVENT-RECORD
006800         IF NE-TERM-CODE = WS-SELECTED-TERM
006810                 AND WS-EV-USED (WS-EVENT-SUB) = "N"
006820                 AND (NE-WITHDRAWN OR NE-GRADUATED)
006830             PERFORM 2510-ONE-EVENT-STUDENT
006840                 THRU 2510-ONE-EVENT-STUDENT-EXIT
006850         END-IF
006860     END-PERFORM.
006870 2500-EVENT-ONLY-STUDENTS-EXIT.
006880     EXIT.

006890******************************************************************
006900* 2510-ONE-EVENT-STUDENT - REPORT ONE STUDENT FROM THE EVENTS
006910*                          ALONE (THE LATEST EVENT COUNTS).
006920******************************************************************
006930 2510-ONE-EVENT-STUDENT.
006940     MOVE NE-STUDENT-ID TO WS-CURRENT-STUDENT.
006950     MOVE ZERO TO WS-NEW-CREDITS.
006960     PERFORM 2350-APPLY-EVENT THRU 2350-APPLY-EVENT-EXIT.
006970     MOVE WS-EV-RECORD (WS-EVENT-SUB) TO NE-EVENT-RECORD.
006980     PERFORM 2400-REPORT-STATUS THRU 2400-REPORT-STATUS-EXIT.
006990 2510-ONE-EVENT-STUDENT-EXIT.
007000     EXIT.

007010******************************************************************
007020* 2600-NO-LONGER-ENROLLED - A STUDENT REPORTED ENROLLED WHOM THIS
007030*                           RUN NEITHER FOUND ENROLLED NOR HAD AN
007040*                           EVENT FOR HAS DROPPED EVERYTHING, AND
007050*                           IS REPORTED WITHDRAWN AS OF TODAY.
007060******************************************************************
007070 2600-NO-LONGER-ENROLLED.
007080     MOVE WS-SELECTED-TERM TO NS-TERM-CODE.
007090     MOVE ZERO TO NS-STUDENT-ID.
007100     START STATUS-FILE KEY IS NOT LESS THAN NS-STAT-KEY
007110         INVALID KEY
007120             SET WS-STAT-EOF TO TRUE
007130     END-START.
007140     PERFORM 2610-CHECK-ONE-STATUS
007150         THRU 2610-CHECK-ONE-STATUS-EXIT
007160         UNTIL WS-STAT-EOF.
007170 2600-NO-LONGER-ENROLLED-EXIT.
007180     EXIT.

007190******************************************************************
007200* 2610-CHECK-ONE-STATUS - ONE CLHSTAT ENTRY OF THE TERM.
007210******************************************************************
007220 2610-CHECK-ONE-STATUS.
007230     READ STATUS-FILE NEXT RECORD
007240         AT END
007250             SET WS-STAT-EOF TO TRUE
007260             GO TO 2610-CHECK-ONE-STATUS-EXIT
007270     END-READ.
007280     IF WS-STAT-STATUS NOT = "00"
007290             OR NS-TERM-CODE NOT = WS-SELECTED-TERM
007300         SET WS-STAT-EOF TO TRUE
007310         GO TO 2610-CHECK-ONE-STATUS-EXIT
007320     END-IF.
007330     IF NS-SEEN-DATE = WS-TODAY
007340         GO TO 2610-CHECK-ONE-STATUS-EXIT
007350     END-IF.
007360     IF NOT NS-FULL-TIME AND NOT NS-HALF-TIME
007370             AND NOT NS-LESS-THAN-HALF
007380         GO TO 2610-CHECK-ONE-STATUS-EXIT
007390     END-IF.
007400     MOVE NS-STUDENT-ID TO WS-CURRENT-STUDENT.
007410     MOVE "W" TO WS-NEW-STATUS.
007420     MOVE WS-TODAY TO WS-NEW-EFFECTIVE.
007430     MOVE ZERO TO WS-NEW-CREDITS.
007440     PERFORM 2450-WRITE-DETAIL THRU 2450-WRITE-DETAIL-EXIT.
007450     MOVE "W" TO NS-STATUS.
007460     MOVE WS-TODAY TO NS-EFFECTIVE-DATE.
007470     MOVE WS-TODAY TO NS-REPORTED-DATE.
007480     REWRITE NS-STATUS-RECORD.
007490 2610-CHECK-ONE-STATUS-EXIT.
007500     EXIT.

007510******************************************************************
007520* 3000-FINISH - TRAILER, KEEP OTHER TERMS' EVENTS, TOTALS, CLOSE.
007530******************************************************************
007540 3000-FINISH.
007550     IF WS-FATAL
007560         CLOSE CLH-RPT
007570         MOVE 8 TO RETURN-CODE
007580         GO TO 3000-FINISH-EXIT
007590     END-IF.

007600     MOVE SPACES TO NC-SUBMIT-RECORD.
007610     SET NC-TRAILER TO TRUE.
007620     MOVE WS-DETAILS-SENT TO NC-DETAIL-COUNT.
007630     WRITE NC-SUBMIT-RECORD.

007640*    THE TERM'S EVENTS ARE NOW REPORTED; ANY OTHER TERM'S WAIT
007650*    FOR THAT TERM'S SUBMISSION.
007660     OPEN OUTPUT EVENT-FILE.
007670     IF WS-EVENT-COUNT > ZERO
007680         PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
007690                 UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
007700             MOVE WS-EV-RECORD (WS-EVENT-SUB) TO NE-EVENT-RECORD
007710             IF NE-TERM-CODE NOT = WS-SELECTED-TERM
007720                 WRITE NE-EVENT-RECORD
007730             END-IF
007740         END-PERFORM
007750     END-IF.
007760     CLOSE EVENT-FILE.

007770     MOVE SPACES TO WS-REPORT-LINE.
007780     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007790     MOVE WS-FT-THRESHOLD TO WS-COUNT-ED.
007800     MOVE SPACES TO WS-REPORT-LINE.
007810     STRING "FULL-TIME THRESHOLD (CREDITS):" DELIMITED BY SIZE
007820            WS-COUNT-ED DELIMITED BY SIZE
007830         INTO WS-REPORT-LINE.
007840     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007850     MOVE WS-DETAILS-SENT TO WS-COUNT-ED.
007860     MOVE SPACES TO WS-REPORT-LINE.
007870     STRING "STUDENTS SUBMITTED:           " DELIMITED BY SIZE
007880            WS-COUNT-ED DELIMITED BY SIZE
007890         INTO WS-REPORT-LINE.
007900     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007910     MOVE WS-SENT-FULL TO WS-COUNT-ED.
007920     MOVE SPACES TO WS-REPORT-LINE.
007930     STRING "  FULL-TIME:                  " DELIMITED BY SIZE
007940            WS-COUNT-ED DELIMITED BY SIZE
007950         INTO WS-REPORT-LINE.
007960     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
007970     MOVE WS-SENT-HALF TO WS-COUNT-ED.
007980     MOVE SPACES TO WS-REPORT-LINE.
007990     STRING "  HALF-TIME:                  " DELIMITED BY SIZE
008000            WS-COUNT-ED DELIMITED BY SIZE
008010         INTO WS-REPORT-LINE.
008020     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008030     MOVE WS-SENT-LESS TO WS-COUNT-ED.
008040     MOVE SPACES TO WS-REPORT-LINE.
008050     STRING "  LESS THAN HALF-TIME:        " DELIMITED BY SIZE
008060            WS-COUNT-ED DELIMITED BY SIZE
008070         INTO WS-REPORT-LINE.
008080     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008090     MOVE WS-SENT-WITHDRAWN TO WS-COUNT-ED.
008100     MOVE SPACES TO WS-REPORT-LINE.
008110     STRING "  WITHDRAWN:                  " DELIMITED BY SIZE
008120            WS-COUNT-ED DELIMITED BY SIZE
008130         INTO WS-REPORT-LINE.
008140     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008150     MOVE WS-SENT-GRADUATED TO WS-COUNT-ED.
008160     MOVE SPACES TO WS-REPORT-LINE.
008170     STRING "  GRADUATED:                  " DELIMITED BY SIZE
008180            WS-COUNT-ED DELIMITED BY SIZE
008190         INTO WS-REPORT-LINE.
008200     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008210     MOVE WS-UNCHANGED TO WS-COUNT-ED.
008220     MOVE SPACES TO WS-REPORT-LINE.
008230     STRING "UNCHANGED - NOT SENT:         " DELIMITED BY SIZE
008240            WS-COUNT-ED DELIMITED BY SIZE
008250         INTO WS-REPORT-LINE.
008260     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
008270     MOVE WS-REJECTS-LISTED TO WS-COUNT-ED.
008280     MOVE SPACES TO WS-REPORT-LINE.
008290     STRING "REJECTED LAST TIME - RESENT:  " DELIMITED BY SIZE
008300            WS-COUNT-ED DELIMITED BY SIZE
008310         INTO WS-REPORT-LINE.
008320     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.

008330     CLOSE ENROLLMENT-MASTER.
008340     IF WS-MAST-USABLE
008350         CLOSE STUDENT-MASTER
008360     END-IF.
008370     CLOSE STATUS-FILE.
008380     CLOSE SUBMISSION-FILE.
008390     CLOSE HISTORY-FILE.
008400     CLOSE CLH-RPT.
008410     IF WS-REJECTS-LISTED > ZERO
008420         MOVE 4 TO RETURN-CODE
008430     ELSE
008440         MOVE 0 TO RETURN-CODE
008450     END-IF.
008460 3000-FINISH-EXIT.
008470     EXIT.

008480 END PROGRAM CLHSUBM.
