000010******************************************************************
000020* PROGRAM-ID : LETTPRT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   NIGHTLY STUDENT LETTER PRINT.  READS THE LETTER REQUESTS
000090*   (LETTREQ) THAT ACADSTND, APPLMNT, AND DEFNOTCE APPEND AS
000100*   THEIR EVENTS OCCUR, MERGES EACH INTO THE TEMPLATE FOR ITS
000110*   LETTER CODE ON THE LETTMPL TEMPLATE FILE - NAME FROM THE
000120*   STUDENT MASTER (OR THE APPLICANT FILE), ADDRESS FROM THE
000130*   DEMOGRAPHICS SATELLITE, ADVISOR FROM ADVASSGN AND THE
000140*   INSTRUCTOR MASTER, TERM, GPA, STANDING AND COURSE FROM THE
000150*   REQUEST - AND WRITES THE FORMATTED LETTERS TO THE MAIL
000160*   ROOM'S PRINT FILE (LETTOUT).  A STUDENT WITH A FERPA
000170*   DIRECTORY-SUPPRESSION ELECTION OR NO MAILING ADDRESS ON
000180*   FILE IS NOT SENT AN UNADDRESSED LETTER: THE REQUEST GOES TO
000190*   THE EXCEPTION LIST ON THE CONTROL REPORT FOR THE OFFICE TO
000200*   HANDLE.  THE SAME LETTER REQUESTED TWICE FOR THE SAME
000210*   STUDENT, TERM, AND COURSE PRINTS ONCE.  THE CONTROL REPORT
000220*   COUNTS LETTERS PRINTED AND EXCEPTIONS BY LETTER CODE.
000230*   REQUESTS WHOSE CODE HAS NO TEMPLATE ARE LISTED AND KEPT ON
000240*   LETTREQ UNTIL ONE IS ADDED; EVERY OTHER REQUEST IS CONSUMED.
000250*   RC 4 WHEN ANY REQUEST WAS AN EXCEPTION OR WAS KEPT.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   2026-10-15  RO   ORIGINAL PROGRAM.
000283*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000286*                    AS A CHAIN STEP BY CALL.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    LETTPRT.
000320 AUTHOR.        R. OKONKWO.
000330 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LETTER-REQUESTS ASSIGN TO "LETTREQ"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REQ-STATUS.

000420     SELECT TEMPLATE-FILE ASSIGN TO "LETTMPL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TMPL-STATUS.

000450     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SM-STUDENT-ID
000490         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-MAST-STATUS.

000520     SELECT DEMOG-FILE ASSIGN TO "STUDEMOG"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DG-STUDENT-ID
000560         FILE STATUS IS WS-DEMO-STATUS.

000570     SELECT APPLICANT-FILE ASSIGN TO "APPLFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS AP-APPLICANT-NO
000610         FILE STATUS IS WS-APPL-STATUS.

000620     SELECT ADVISOR-FILE ASSIGN TO "ADVASSGN"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS AV-STUDENT-ID
000660         FILE STATUS IS WS-ADV-STATUS.

000670     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS IN-INSTRUCTOR-ID
000710         FILE STATUS IS WS-INST-STATUS.

000720     SELECT LETTER-OUT ASSIGN TO "LETTOUT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-OUT-STATUS.

000750     SELECT CONTROL-RPT ASSIGN TO "LETTRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RPT-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  LETTER-REQUESTS.
000810     COPY "lettreq.cpy".

000820 FD  TEMPLATE-FILE.
000830     COPY "lettmpl.cpy".

000840 FD  STUDENT-MASTER.
000850     COPY "studrec.cpy".

000860 FD  DEMOG-FILE.
000870     COPY "demogrec.cpy".

000880 FD  APPLICANT-FILE.
000890     COPY "applrec.cpy".

000900 FD  ADVISOR-FILE.
000910     COPY "advrec.cpy".

000920 FD  INSTRUCTOR-MASTER.
000930     COPY "instrec.cpy".

000940 FD  LETTER-OUT.
000950 01  LO-PRINT-LINE            PIC X(80).

000960 FD  CONTROL-RPT.
000970 01  LR-REPORT-LINE           PIC X(80).

000980 WORKING-STORAGE SECTION.
000990     COPY "runhdr.cpy".

001000 01  WS-SWITCHES.
001010     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001020         88  WS-EOF           VALUE "Y".
001030     05  WS-TMPL-EOF-SWITCH   PIC X(01) VALUE "N".
001040         88  WS-TMPL-EOF      VALUE "Y".
001050     05  WS-TMPL-FULL-SWITCH  PIC X(01) VALUE "N".
001060         88  WS-TMPL-FULL     VALUE "Y".
001070     05  WS-SURV-OVER-SWITCH  PIC X(01) VALUE "N".
001080         88  WS-SURVIVORS-OVERFLOWED VALUE "Y".
001090     05  WS-DUP-FULL-SWITCH   PIC X(01) VALUE "N".
001100         88  WS-DUP-FULL      VALUE "Y".
001110     05  WS-DEMOG-FOUND-SWITCH PIC X(01) VALUE "N".
001120         88  WS-DEMOG-FOUND   VALUE "Y".
001130     05  WS-LINE-TEXT-SWITCH  PIC X(01) VALUE "N".
001140         88  WS-LINE-HAS-TEXT VALUE "Y".
001150     05  WS-LINE-FIELD-SWITCH PIC X(01) VALUE "N".
001160         88  WS-LINE-HAS-FIELD VALUE "Y".
001170     05  WS-FIELD-KNOWN-SWITCH PIC X(01) VALUE "N".
001180         88  WS-FIELD-KNOWN   VALUE "Y".

001190*    MISSING SATELLITE FILES SIMPLY MEAN NOTHING TO LOOK UP - THE
001200*    LETTER THEN FALLS TO THE EXCEPTION LIST OR A DEFAULT.
001210 01  WS-USABLE-SWITCHES.
001220     05  WS-MAST-USABLE-SW    PIC X(01) VALUE "N".
001230         88  WS-MAST-USABLE   VALUE "Y".
001240     05  WS-DEMOG-USABLE-SW   PIC X(01) VALUE "N".
001250         88  WS-DEMOG-USABLE  VALUE "Y".
001260     05  WS-APPL-USABLE-SW    PIC X(01) VALUE "N".
001270         88  WS-APPL-USABLE   VALUE "Y".
001280     05  WS-ADV-USABLE-SW     PIC X(01) VALUE "N".
001290         88  WS-ADV-USABLE    VALUE "Y".
001300     05  WS-INST-USABLE-SW    PIC X(01) VALUE "N".
001310         88  WS-INST-USABLE   VALUE "Y".

001320 01  WS-FILE-STATUSES.
001330     05  WS-REQ-STATUS        PIC X(02) VALUE "00".
001340     05  WS-TMPL-STATUS       PIC X(02) VALUE "00".
001350     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001360     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001370     05  WS-APPL-STATUS       PIC X(02) VALUE "00".
001380     05  WS-ADV-STATUS        PIC X(02) VALUE "00".
001390     05  WS-INST-STATUS       PIC X(02) VALUE "00".
001400     05  WS-OUT-STATUS        PIC X(02) VALUE "00".
001410     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001420 01  WS-COUNTERS COMP.
001430     05  WS-REQUESTS-READ     PIC 9(05) VALUE ZERO.
001440     05  WS-LETTERS-PRINTED   PIC 9(05) VALUE ZERO.
001450     05  WS-EXCEPTIONS        PIC 9(05) VALUE ZERO.
001460     05  WS-DUPLICATES        PIC 9(05) VALUE ZERO.
001470     05  WS-REQUESTS-KEPT     PIC 9(05) VALUE ZERO.

001480*    THE TEMPLATE LINES, LOADED ONCE AT START, AND THE LETTER
001490*    CODES THEY COVER WITH THE NIGHT'S COUNTS FOR EACH.
001500 01  WS-TEMPLATE-TABLE.
001510     05  WS-TEMPLATE-COUNT    PIC 9(03) COMP VALUE ZERO.
001520     05  WS-TEMPLATE-ENTRY OCCURS 500 TIMES.
001530         10  WS-TP-CODE       PIC X(02).
001540         10  WS-TP-TEXT       PIC X(70).
001550 77  WS-TEMPLATE-SUB          PIC 9(03) COMP.

001560 01  WS-CODE-TABLE.
001570     05  WS-CODE-COUNT        PIC 9(02) COMP VALUE ZERO.
001580     05  WS-CODE-ENTRY OCCURS 30 TIMES.
001590         10  WS-LC-CODE       PIC X(02).
001600         10  WS-LC-PRINTED    PIC 9(05) COMP.
001610         10  WS-LC-EXCEPTIONS PIC 9(05) COMP.
001620 77  WS-CODE-SUB              PIC 9(02) COMP.
001630 77  WS-CODE-FOUND-SUB        PIC 9(02) COMP.

001640*    REQUESTS WITH NO TEMPLATE ARE KEPT HERE AND WRITTEN BACK TO
001650*    LETTREQ AT FINISH SO THEY PRINT ONCE A TEMPLATE EXISTS.
001660 01  WS-SURVIVOR-TABLE.
001670     05  WS-SURVIVOR-COUNT    PIC 9(03) COMP VALUE ZERO.
001680     05  WS-SURVIVOR-ENTRY OCCURS 200 TIMES PIC X(48).
001690 77  WS-SURVIVOR-SUB          PIC 9(03) COMP.

001700*    EVERY LETTER HANDLED THIS RUN, SO A STEP RERUN THAT APPENDED
001710*    ITS REQUESTS TWICE STILL MAILS EACH LETTER ONCE.
001720 01  WS-DONE-TABLE.
001730     05  WS-DONE-COUNT        PIC 9(04) COMP VALUE ZERO.
001740     05  WS-DONE-ENTRY OCCURS 2000 TIMES PIC X(27).
001750 77  WS-DONE-SUB              PIC 9(04) COMP.
001760 01  WS-DONE-KEY.
001770     05  WS-DK-CODE           PIC X(02).
001780     05  WS-DK-STUDENT-ID     PIC 9(08).
001790     05  WS-DK-APPLICANT-NO   PIC 9(06).
001800     05  WS-DK-TERM-CODE      PIC X(05).
001810     05  WS-DK-COURSE-CODE    PIC X(06).
001820 01  WS-DUPLICATE-SWITCH      PIC X(01).
001830     88  WS-DUPLICATE         VALUE "Y".

001840*    THE MERGE VALUES FOR THE LETTER IN HAND.
001850 01  WS-MERGE-FIELDS.
001860     05  WS-MERGE-NAME        PIC X(20).
001870     05  WS-MERGE-ID          PIC X(08).
001880     05  WS-MERGE-CSZ         PIC X(30).
001890     05  WS-MERGE-STANDING    PIC X(20).
001900     05  WS-MERGE-ADVISOR     PIC X(20).
001910     05  WS-ADDRESS-STUDENT   PIC 9(08).
001920 01  WS-EXCEPTION-REASON      PIC X(30).

001930*    ONE TEMPLATE LINE BEING MERGED.
001940 01  WS-TEMPLATE-TEXT         PIC X(70).
001950 01  WS-OUT-LINE              PIC X(80).
001960 01  WS-FIELD-CODE            PIC X(02).
001970 01  WS-FIELD-VALUE           PIC X(40).
001980 77  WS-CHAR-SUB              PIC 9(03) COMP.
001990 77  WS-OUT-PTR               PIC 9(03) COMP.

002000 01  WS-EDIT-FIELDS.
002010     05  WS-COUNT-ED          PIC ZZZZ9.
002020     05  WS-COUNT-ED-2        PIC ZZZZ9.
002030     05  WS-GPA-ED            PIC 9.99.
002040     05  WS-DATE-ED           PIC 9999/99/99.
002050     05  WS-STUDENT-ID-ED     PIC 9(08).
002060     05  WS-APPLICANT-ED      PIC 9(06).

002070 01  WS-REPORT-LINE           PIC X(80).

002080 PROCEDURE DIVISION.

002090******************************************************************
002100* 0000-MAINLINE.
002110******************************************************************
002120 0000-MAINLINE.
002130     MOVE "LETTPRT" TO RH-PROGRAM-NAME.
002140     CALL "BIZDATE" USING RH-RUN-DATE.
002150     ACCEPT RH-RUN-TIME FROM TIME.
002160     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
002170         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
002180     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002190     PERFORM 2000-ONE-REQUEST THRU 2000-ONE-REQUEST-EXIT
002200         UNTIL WS-EOF.
002210     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
002220     ACCEPT RH-RUN-TIME FROM TIME.
002230     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
002240         RH-RUN-TIME.
002245*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
002250     GOBACK.

002260******************************************************************
002270* 1000-INITIALIZE - LOAD THE TEMPLATES AND OPEN FILES.
002280******************************************************************
002290 1000-INITIALIZE.
002300     OPEN OUTPUT CONTROL-RPT.
002310     MOVE "STUDENT LETTER CONTROL REPORT" TO WS-REPORT-LINE.
002320     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
002330     MOVE RH-RUN-DATE TO WS-DATE-ED.
002340     MOVE SPACES TO WS-REPORT-LINE.
002350     STRING "RUN DATE " DELIMITED BY SIZE
002360            WS-DATE-ED  DELIMITED BY SIZE
002370         INTO WS-REPORT-LINE.
002380     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
002390     MOVE SPACES TO WS-REPORT-LINE.
002400     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
002410     MOVE "CD STUDENT  NAME            OUTCOME"
002420         TO WS-REPORT-LINE.
002430     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

002440     OPEN INPUT TEMPLATE-FILE.
002450     IF WS-TMPL-STATUS NOT = "00"
002460         MOVE "  (NO TEMPLATE FILE - NOTHING CAN BE PRINTED)"
002470             TO WS-REPORT-LINE
002480         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002490         SET WS-TMPL-EOF TO TRUE
002500     END-IF.
002510     PERFORM 1100-LOAD-ONE-TEMPLATE
002520         THRU 1100-LOAD-ONE-TEMPLATE-EXIT
002530         UNTIL WS-TMPL-EOF.
002540     IF WS-TMPL-STATUS = "00" OR WS-TMPL-STATUS = "10"
002550         CLOSE TEMPLATE-FILE
002560     END-IF.
002570     IF WS-TMPL-FULL
002580         MOVE "  *** TEMPLATE TABLE FULL - LATER LINES IGNORED"
002590             TO WS-REPORT-LINE
002600         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002610     END-IF.

002620     OPEN INPUT STUDENT-MASTER.
002630     IF WS-MAST-STATUS = "00"
002640         SET WS-MAST-USABLE TO TRUE
002650     END-IF.
002660     OPEN INPUT DEMOG-FILE.
002670     IF WS-DEMO-STATUS = "00"
002680         SET WS-DEMOG-USABLE TO TRUE
002690     END-IF.
002700     OPEN INPUT APPLICANT-FILE.
002710     IF WS-APPL-STATUS = "00"
002720         SET WS-APPL-USABLE TO TRUE
002730     END-IF.
002740     OPEN INPUT ADVISOR-FILE.
002750     IF WS-ADV-STATUS = "00"
002760         SET WS-ADV-USABLE TO TRUE
002770     END-IF.
002780     OPEN INPUT INSTRUCTOR-MASTER.
002790     IF WS-INST-STATUS = "00"
002800         SET WS-INST-USABLE TO TRUE
002810     END-IF.

002820     OPEN OUTPUT LETTER-OUT.

002830     OPEN INPUT LETTER-REQUESTS.
002840     IF WS-REQ-STATUS NOT = "00"
002850         MOVE "  (NO LETTER REQUESTS - NOTHING TO PRINT)"
002860             TO WS-REPORT-LINE
002870         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002880         SET WS-EOF TO TRUE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF.
002910     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
002920 1000-INITIALIZE-EXIT.
002930     EXIT.

002940******************************************************************
002950* 1100-LOAD-ONE-TEMPLATE - TABLE ONE TEMPLATE LINE AND NOTE ITS
002960*                          LETTER CODE.
002970******************************************************************
002980 1100-LOAD-ONE-TEMPLATE.
002990     READ TEMPLATE-FILE
003000         AT END
003010             SET WS-TMPL-EOF TO TRUE
003020             GO TO 1100-LOAD-ONE-TEMPLATE-EXIT
003030     END-READ.
003040     IF WS-TMPL-STATUS NOT = "00"
003050         SET WS-TMPL-EOF TO TRUE
003060         GO TO 1100-LOAD-ONE-TEMPLATE-EXIT
003070     END-IF.
003080     IF LT-LETTER-CODE = SPACES
003090         GO TO 1100-LOAD-ONE-TEMPLATE-EXIT
003100     END-IF.
003110     IF WS-TEMPLATE-COUNT >= 500
003120         SET WS-TMPL-FULL TO TRUE
003130         GO TO 1100-LOAD-ONE-TEMPLATE-EXIT
003140     END-IF.
003150     MOVE ZERO TO WS-CODE-FOUND-SUB.
003160     PERFORM 1150-FIND-CODE THRU 1150-FIND-CODE-EXIT.
003170     IF WS-CODE-FOUND-SUB = ZERO
003180         IF WS-CODE-COUNT >= 30
003190             SET WS-TMPL-FULL TO TRUE
003200             GO TO 1100-LOAD-ONE-TEMPLATE-EXIT
003210         END-IF
003220         ADD 1 TO WS-CODE-COUNT
003230         MOVE LT-LETTER-CODE TO WS-LC-CODE (WS-CODE-COUNT)
003240         MOVE ZERO TO WS-LC-PRINTED (WS-CODE-COUNT)
003250         MOVE ZERO TO WS-LC-EXCEPTIONS (WS-CODE-COUNT)
003260     END-IF.
003270     ADD 1 TO WS-TEMPLATE-COUNT.
003280     MOVE LT-LETTER-CODE TO WS-TP-CODE (WS-TEMPLATE-COUNT).
003290     MOVE LT-LINE-TEXT TO WS-TP-TEXT (WS-TEMPLATE-COUNT).
003300 1100-LOAD-ONE-TEMPLATE-EXIT.
003310     EXIT.

003320******************************************************************
003330* 1150-FIND-CODE - LOOK UP THE TEMPLATE FILE'S LETTER CODE.
003340******************************************************************
003350 1150-FIND-CODE.
003360     IF WS-CODE-COUNT = ZERO
003370         GO TO 1150-FIND-CODE-EXIT
003380     END-IF.
003390     PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
003400             UNTIL WS-CODE-SUB > WS-CODE-COUNT
003410         IF WS-LC-CODE (WS-CODE-SUB) = LT-LETTER-CODE
003420             MOVE WS-CODE-SUB TO WS-CODE-FOUND-SUB
003430         END-IF
003440     END-PERFORM.
003450 1150-FIND-CODE-EXIT.
003460     EXIT.

003470******************************************************************
003480* 2000-ONE-REQUEST - PRINT ONE LETTER, OR LIST THE REQUEST AS AN
003490*                    EXCEPTION, A DUPLICATE, OR KEPT.
003500******************************************************************
003510 2000-ONE-REQUEST.
003520     ADD 1 TO WS-REQUESTS-READ.
003530     MOVE ZERO TO WS-CODE-FOUND-SUB.
003540     IF WS-CODE-COUNT > ZERO
003550         PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
003560                 UNTIL WS-CODE-SUB > WS-CODE-COUNT
003570             IF WS-LC-CODE (WS-CODE-SUB) = LQ-LETTER-CODE
003580                 MOVE WS-CODE-SUB TO WS-CODE-FOUND-SUB
003590             END-IF
003600         END-PERFORM
003610     END-IF.

003620     IF WS-CODE-FOUND-SUB = ZERO
003630         ADD 1 TO WS-REQUESTS-KEPT
003640         IF WS-SURVIVOR-COUNT < 200
003650             ADD 1 TO WS-SURVIVOR-COUNT
003660             MOVE LQ-LETTER-REQUEST
003670                 TO WS-SURVIVOR-ENTRY (WS-SURVIVOR-COUNT)
003680         ELSE
003690             SET WS-SURVIVORS-OVERFLOWED TO TRUE
003700         END-IF
003710         MOVE SPACES TO WS-MERGE-NAME
003720         MOVE "NO TEMPLATE - KEPT ON LETTREQ"
003730             TO WS-EXCEPTION-REASON
003740         PERFORM 2900-REPORT-REQUEST
003750             THRU 2900-REPORT-REQUEST-EXIT
003760         GO TO 2000-NEXT-REQUEST
003770     END-IF.

003780     PERFORM 2150-CHECK-DUPLICATE THRU 2150-CHECK-DUPLICATE-EXIT.
003790     IF WS-DUPLICATE
003800         ADD 1 TO WS-DUPLICATES
003810         MOVE SPACES TO WS-MERGE-NAME
003820         MOVE "DUPLICATE REQUEST - SKIPPED"
003830             TO WS-EXCEPTION-REASON
003840         PERFORM 2900-REPORT-REQUEST
003850             THRU 2900-REPORT-REQUEST-EXIT
003860         GO TO 2000-NEXT-REQUEST
003870     END-IF.

003880     MOVE SPACES TO WS-EXCEPTION-REASON.
003890     PERFORM 2200-GET-ADDRESSEE THRU 2200-GET-ADDRESSEE-EXIT.
003900     IF WS-EXCEPTION-REASON NOT = SPACES
003910         ADD 1 TO WS-EXCEPTIONS
003920         ADD 1 TO WS-LC-EXCEPTIONS (WS-CODE-FOUND-SUB)
003930         PERFORM 2900-REPORT-REQUEST
003940             THRU 2900-REPORT-REQUEST-EXIT
003950         GO TO 2000-NEXT-REQUEST
003960     END-IF.

003970     PERFORM 2300-GET-MERGE-VALUES
003980         THRU 2300-GET-MERGE-VALUES-EXIT.
003990     PERFORM 2400-PRINT-LETTER THRU 2400-PRINT-LETTER-EXIT.
004000     ADD 1 TO WS-LETTERS-PRINTED.
004010     ADD 1 TO WS-LC-PRINTED (WS-CODE-FOUND-SUB).
004020     MOVE "PRINTED" TO WS-EXCEPTION-REASON.
004030     PERFORM 2900-REPORT-REQUEST THRU 2900-REPORT-REQUEST-EXIT.

004040 2000-NEXT-REQUEST.
004050     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
004060 2000-ONE-REQUEST-EXIT.
004070     EXIT.

004080******************************************************************
004090* 2100-READ-REQUEST - GET THE NEXT LETTER REQUEST.
004100******************************************************************
004110 2100-READ-REQUEST.
004120     READ LETTER-REQUESTS
004130         AT END
004140             SET WS-EOF TO TRUE
004150     END-READ.
004160     IF WS-REQ-STATUS NOT = "00" AND NOT WS-EOF
004170         SET WS-EOF TO TRUE
004180     END-IF.
004190 2100-READ-REQUEST-EXIT.
004200     EXIT.

004210******************************************************************
004220* 2150-CHECK-DUPLICATE - HAS THIS LETTER ALREADY BEEN HANDLED
004230*                        THIS RUN?  IF NOT, REMEMBER IT.
004240******************************************************************
004250 2150-CHECK-DUPLICATE.
004260     MOVE "N" TO WS-DUPLICATE-SWITCH.
004270     MOVE LQ-LETTER-CODE TO WS-DK-CODE.
004280     MOVE LQ-STUDENT-ID TO WS-DK-STUDENT-ID.
004290     MOVE LQ-APPLICANT-NO TO WS-DK-APPLICANT-NO.
004300     MOVE LQ-TERM-CODE TO WS-DK-TERM-CODE.
004310     MOVE LQ-COURSE-CODE TO WS-DK-COURSE-CODE.
004320     IF WS-DONE-COUNT > ZERO
004330         PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
004340                 UNTIL WS-DONE-SUB > WS-DONE-COUNT
004350                    OR WS-DUPLICATE
004360             IF WS-DONE-ENTRY (WS-DONE-SUB) = WS-DONE-KEY
004370                 SET WS-DUPLICATE TO TRUE
004380             END-IF
004390         END-PERFORM
004400     END-IF.
004410     IF WS-DUPLICATE
004420         GO TO 2150-CHECK-DUPLICATE-EXIT
004430     END-IF.
004440     IF WS-DONE-COUNT < 2000
004450         ADD 1 TO WS-DONE-COUNT
004460         MOVE WS-DONE-KEY TO WS-DONE-ENTRY (WS-DONE-COUNT)
004470     ELSE
004480         SET WS-DUP-FULL TO TRUE
004490     END-IF.
004500 2150-CHECK-DUPLICATE-EXIT.
004510     EXIT.

004520******************************************************************
004530* 2200-GET-ADDRESSEE - NAME AND MAILING ADDRESS.  A REQUEST THAT
004540*                      CANNOT BE ADDRESSED, OR WHOSE STUDENT HAS
004550*                      ELECTED DIRECTORY SUPPRESSION, COMES BACK
004560*                      WITH THE EXCEPTION REASON SET.
004570******************************************************************
004580 2200-GET-ADDRESSEE.
004590     MOVE SPACES TO WS-MERGE-NAME.
004600     MOVE SPACES TO WS-MERGE-ID.
004610     MOVE "N" TO WS-DEMOG-FOUND-SWITCH.
004620     MOVE LQ-STUDENT-ID TO WS-ADDRESS-STUDENT.

004630*    AN APPLICANT NOT YET LOADED IS FOUND BY APPLICANT NUMBER, AND
004640*    HAS AN ADDRESS ONLY ONCE INTAKE HAS MADE THEM A STUDENT.
004650     IF LQ-STUDENT-ID = ZERO
004660         IF NOT WS-APPL-USABLE
004670             MOVE "APPLICANT FILE NOT AVAILABLE"
004680                 TO WS-EXCEPTION-REASON
004690             GO TO 2200-GET-ADDRESSEE-EXIT
004700         END-IF
004710         MOVE LQ-APPLICANT-NO TO AP-APPLICANT-NO
004720         READ APPLICANT-FILE
004730             INVALID KEY
004740                 MOVE "APPLICANT NOT ON FILE"
004750                     TO WS-EXCEPTION-REASON
004760                 GO TO 2200-GET-ADDRESSEE-EXIT
004770         END-READ
004780         MOVE AP-APPLICANT-NAME TO WS-MERGE-NAME
004790         MOVE LQ-APPLICANT-NO TO WS-APPLICANT-ED
004800         MOVE WS-APPLICANT-ED TO WS-MERGE-ID
004810         MOVE AP-STUDENT-ID TO WS-ADDRESS-STUDENT
004820     ELSE
004830         IF NOT WS-MAST-USABLE
004840             MOVE "STUDENT MASTER NOT AVAILABLE"
004850                 TO WS-EXCEPTION-REASON
004860             GO TO 2200-GET-ADDRESSEE-EXIT
004870         END-IF
004880         MOVE LQ-STUDENT-ID TO SM-STUDENT-ID
004890         READ STUDENT-MASTER
004900             INVALID KEY
004910                 MOVE "STUDENT NOT ON FILE"
004920                     TO WS-EXCEPTION-REASON
004930                 GO TO 2200-GET-ADDRESSEE-EXIT
004940         END-READ
004950         MOVE SM-STUDENT-NAME TO WS-MERGE-NAME
004960         MOVE LQ-STUDENT-ID TO WS-STUDENT-ID-ED
004970         MOVE WS-STUDENT-ID-ED TO WS-MERGE-ID
004980     END-IF.

004990     IF WS-DEMOG-USABLE AND WS-ADDRESS-STUDENT NOT = ZERO
005000         MOVE WS-ADDRESS-STUDENT TO DG-STUDENT-ID
005010         READ DEMOG-FILE
005020             INVALID KEY
005030                 CONTINUE
005040         END-READ
005050         IF WS-DEMO-STATUS = "00"
005060             SET WS-DEMOG-FOUND TO TRUE
005070         END-IF
005080     END-IF.

005090     IF WS-DEMOG-FOUND AND DG-SUPPRESSED
005100         MOVE "DIRECTORY SUPPRESSION ON FILE"
005110             TO WS-EXCEPTION-REASON
005120         GO TO 2200-GET-ADDRESSEE-EXIT
005130     END-IF.
005140     IF NOT WS-DEMOG-FOUND OR DG-ADDRESS-1 = SPACES
005150         MOVE "NO MAILING ADDRESS ON FILE" TO WS-EXCEPTION-REASON
005160     END-IF.
005170 2200-GET-ADDRESSEE-EXIT.
005180     EXIT.

005190******************************************************************
005200* 2300-GET-MERGE-VALUES - CITY LINE, STANDING, AND ADVISOR.  NO
005210*                         ADVISOR ON FILE READS AS THE STUDENT'S
005220*                         ACADEMIC ADVISOR.
005230******************************************************************
005240 2300-GET-MERGE-VALUES.
005250     MOVE SPACES TO WS-MERGE-CSZ.
005260     STRING DG-CITY  DELIMITED BY "  "
005270            " "      DELIMITED BY SIZE
005280            DG-STATE DELIMITED BY SIZE
005290            " "      DELIMITED BY SIZE
005300            DG-ZIP   DELIMITED BY " "
005310         INTO WS-MERGE-CSZ.

005320     IF LQ-STANDING-CODE = SPACES
005330         MOVE LQ-LETTER-CODE TO LQ-STANDING-CODE
005340     END-IF.
005350     EVALUATE LQ-STANDING-CODE
005360         WHEN "DL"
005370             MOVE "DEAN'S LIST" TO WS-MERGE-STANDING
005380         WHEN "GS"
005390             MOVE "GOOD STANDING" TO WS-MERGE-STANDING
005400         WHEN "PR"
005410             MOVE "ACADEMIC PROBATION" TO WS-MERGE-STANDING
005420         WHEN "SU"
005430             MOVE "ACADEMIC SUSPENSION" TO WS-MERGE-STANDING
005440         WHEN OTHER
005450             MOVE SPACES TO WS-MERGE-STANDING
005460     END-EVALUATE.

005470     MOVE "YOUR ACADEMIC ADVISOR" TO WS-MERGE-ADVISOR.
005480     IF NOT WS-ADV-USABLE OR WS-ADDRESS-STUDENT = ZERO
005490         GO TO 2300-GET-MERGE-VALUES-EXIT
005500     END-IF.
005510     MOVE WS-ADDRESS-STUDENT TO AV-STUDENT-ID.
005520     READ ADVISOR-FILE
005530         INVALID KEY
005540             GO TO 2300-GET-MERGE-VALUES-EXIT
005550     END-READ.
005560     IF NOT WS-INST-USABLE
005570         GO TO 2300-GET-MERGE-VALUES-EXIT
005580     END-IF.
005590     MOVE AV-ADVISOR-ID TO IN-INSTRUCTOR-ID.
005600     READ INSTRUCTOR-MASTER
005610         INVALID KEY
005620             GO TO 2300-GET-MERGE-VALUES-EXIT
005630     END-READ.
005640     MOVE IN-INSTRUCTOR-NAME TO WS-MERGE-ADVISOR.
005650 2300-GET-MERGE-VALUES-EXIT.
005660     EXIT.

005670******************************************************************
005680* 2400-PRINT-LETTER - THE LETTER'S TEMPLATE LINES, MERGED, IN
005690*                     TEMPLATE ORDER.
005700******************************************************************
005710 2400-PRINT-LETTER.
005720     MOVE "----------------------------------------"
005730         TO WS-OUT-LINE.
005740     WRITE LO-PRINT-LINE FROM WS-OUT-LINE.
005750     PERFORM VARYING WS-TEMPLATE-SUB FROM 1 BY 1
005760             UNTIL WS-TEMPLATE-SUB > WS-TEMPLATE-COUNT
005770         IF WS-TP-CODE (WS-TEMPLATE-SUB) = LQ-LETTER-CODE
005780             MOVE WS-TP-TEXT (WS-TEMPLATE-SUB)
005790                 TO WS-TEMPLATE-TEXT
005800             PERFORM 2500-MERGE-LINE THRU 2500-MERGE-LINE-EXIT
005810         END-IF
005820     END-PERFORM.
005830     MOVE SPACES TO WS-OUT-LINE.
005840     WRITE LO-PRINT-LINE FROM WS-OUT-LINE.
005850 2400-PRINT-LETTER-EXIT.
005860     EXIT.

005870******************************************************************
005880* 2500-MERGE-LINE - COPY ONE TEMPLATE LINE, REPLACING EACH MERGE
005890*                   FIELD, AND PRINT IT.  A LINE OF NOTHING BUT
005900*                   BLANK MERGE FIELDS IS LEFT OUT.
005910******************************************************************
005920 2500-MERGE-LINE.
005930     MOVE SPACES TO WS-OUT-LINE.
005940     MOVE 1 TO WS-OUT-PTR.
005950     MOVE 1 TO WS-CHAR-SUB.
005960     MOVE "N" TO WS-LINE-TEXT-SWITCH.
005970     MOVE "N" TO WS-LINE-FIELD-SWITCH.
005980     PERFORM 2510-MERGE-ONE-CHAR THRU 2510-MERGE-ONE-CHAR-EXIT
005990         UNTIL WS-CHAR-SUB > 70.
006000     IF WS-LINE-HAS-FIELD AND NOT WS-LINE-HAS-TEXT
006010         GO TO 2500-MERGE-LINE-EXIT
006020     END-IF.
006030     WRITE LO-PRINT-LINE FROM WS-OUT-LINE.
006040 2500-MERGE-LINE-EXIT.
006050     EXIT.

006060******************************************************************
006070* 2510-MERGE-ONE-CHAR - ONE TEMPLATE CHARACTER, OR ONE MERGE
006080*                       FIELD STARTING AT IT.
006090******************************************************************
006100 2510-MERGE-ONE-CHAR.
006110     IF WS-TEMPLATE-TEXT (WS-CHAR-SUB:1) = "&"
006120             AND WS-CHAR-SUB < 69
006130         MOVE WS-TEMPLATE-TEXT (WS-CHAR-SUB + 1:2)
006140             TO WS-FIELD-CODE
006150         PERFORM 2520-FIELD-VALUE THRU 2520-FIELD-VALUE-EXIT
006160         IF WS-FIELD-KNOWN
006170             SET WS-LINE-HAS-FIELD TO TRUE
006180             IF WS-FIELD-VALUE NOT = SPACES
006190                 SET WS-LINE-HAS-TEXT TO TRUE
006200                 STRING WS-FIELD-VALUE DELIMITED BY "  "
006210                     INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
006220                     ON OVERFLOW
006230                         CONTINUE
006240                 END-STRING
006250             END-IF
006260             ADD 3 TO WS-CHAR-SUB
006270             GO TO 2510-MERGE-ONE-CHAR-EXIT
006280         END-IF
006290     END-IF.
006300     IF WS-TEMPLATE-TEXT (WS-CHAR-SUB:1) NOT = SPACE
006310         SET WS-LINE-HAS-TEXT TO TRUE
006320     END-IF.
006330     IF WS-OUT-PTR NOT > 80
006340         MOVE WS-TEMPLATE-TEXT (WS-CHAR-SUB:1)
006350             TO WS-OUT-LINE (WS-OUT-PTR:1)
006360         ADD 1 TO WS-OUT-PTR
006370     END-IF.
006380     ADD 1 TO WS-CHAR-SUB.
006390 2510-MERGE-ONE-CHAR-EXIT.
006400     EXIT.

006410******************************************************************
006420* 2520-FIELD-VALUE - THE VALUE OF ONE MERGE FIELD.  AN UNKNOWN
006430*                    NAME IS PRINTED AS WRITTEN.
006440******************************************************************
006450 2520-FIELD-VALUE.
006460     SET WS-FIELD-KNOWN TO TRUE.
006470     MOVE SPACES TO WS-FIELD-VALUE.
006480     EVALUATE WS-FIELD-CODE
006490         WHEN "NM"
006500             MOVE WS-MERGE-NAME TO WS-FIELD-VALUE
006510         WHEN "ID"
006520             MOVE WS-MERGE-ID TO WS-FIELD-VALUE
006530         WHEN "A1"
006540             MOVE DG-ADDRESS-1 TO WS-FIELD-VALUE
006550         WHEN "A2"
006560             MOVE DG-ADDRESS-2 TO WS-FIELD-VALUE
006570         WHEN "CZ"
006580             MOVE WS-MERGE-CSZ TO WS-FIELD-VALUE
006590         WHEN "DT"
006600             MOVE RH-RUN-DATE TO WS-DATE-ED
006610             MOVE WS-DATE-ED TO WS-FIELD-VALUE
006620         WHEN "TM"
006630             MOVE LQ-TERM-CODE TO WS-FIELD-VALUE
006640         WHEN "GP"
006650             MOVE LQ-TERM-GPA TO WS-GPA-ED
006660             MOVE WS-GPA-ED TO WS-FIELD-VALUE
006670         WHEN "ST"
006680             MOVE WS-MERGE-STANDING TO WS-FIELD-VALUE
006690         WHEN "AV"
006700             MOVE WS-MERGE-ADVISOR TO WS-FIELD-VALUE
006710         WHEN "CR"
006720             MOVE LQ-COURSE-CODE TO WS-FIELD-VALUE
006730         WHEN OTHER
006740             MOVE "N" TO WS-FIELD-KNOWN-SWITCH
006750     END-EVALUATE.
006760 2520-FIELD-VALUE-EXIT.
006770     EXIT.

006780******************************************************************
006790* 2900-REPORT-REQUEST - ONE CONTROL-REPORT LINE FOR THE REQUEST.
006800******************************************************************
006810 2900-REPORT-REQUEST.
006820     MOVE SPACES TO WS-REPORT-LINE.
006830     IF LQ-STUDENT-ID = ZERO
006840         MOVE LQ-APPLICANT-NO TO WS-APPLICANT-ED
006850         STRING LQ-LETTER-CODE      DELIMITED BY SIZE
006860                " A"                DELIMITED BY SIZE
006870                WS-APPLICANT-ED     DELIMITED BY SIZE
006880                " "                 DELIMITED BY SIZE
006890                WS-MERGE-NAME       DELIMITED BY SIZE
006900                WS-EXCEPTION-REASON DELIMITED BY SIZE
006910             INTO WS-REPORT-LINE
006920     ELSE
006930         MOVE LQ-STUDENT-ID TO WS-STUDENT-ID-ED
006940         STRING LQ-LETTER-CODE      DELIMITED BY SIZE
006950                " "                 DELIMITED BY SIZE
006960                WS-STUDENT-ID-ED    DELIMITED BY SIZE
006970                " "                 DELIMITED BY SIZE
006980                WS-MERGE-NAME       DELIMITED BY SIZE
006990                WS-EXCEPTION-REASON DELIMITED BY SIZE
007000             INTO WS-REPORT-LINE
007010     END-IF.
007020     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007030 2900-REPORT-REQUEST-EXIT.
007040     EXIT.

007050******************************************************************
007060* 3000-FINISH - LETTER COUNTS BY CODE, TOTALS, REWRITE LETTREQ
007070*               WITH ONLY THE KEPT REQUESTS, CLOSE FILES.
007080******************************************************************
007090 3000-FINISH.
007100     MOVE SPACES TO WS-REPORT-LINE.
007110     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007120     MOVE "LETTER CODE      PRINTED  EXCEPTIONS"
007130         TO WS-REPORT-LINE.
007140     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007150     IF WS-CODE-COUNT > ZERO
007160         PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
007170                 UNTIL WS-CODE-SUB > WS-CODE-COUNT
007180             MOVE WS-LC-PRINTED (WS-CODE-SUB) TO WS-COUNT-ED
007190             MOVE WS-LC-EXCEPTIONS (WS-CODE-SUB) TO WS-COUNT-ED-2
007200             MOVE SPACES TO WS-REPORT-LINE
007210             STRING "  "                  DELIMITED BY SIZE
007220                    WS-LC-CODE (WS-CODE-SUB) DELIMITED BY SIZE
007230                    "            "        DELIMITED BY SIZE
007240                    WS-COUNT-ED           DELIMITED BY SIZE
007250                    "       "             DELIMITED BY SIZE
007260                    WS-COUNT-ED-2         DELIMITED BY SIZE
007270                 INTO WS-REPORT-LINE
007280             WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
007290         END-PERFORM
007300     END-IF.

007310     MOVE SPACES TO WS-REPORT-LINE.
007320     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007330     MOVE WS-REQUESTS-READ TO WS-COUNT-ED.
007340     MOVE SPACES TO WS-REPORT-LINE.
007350     STRING "REQUESTS READ:     " DELIMITED BY SIZE
007360            WS-COUNT-ED           DELIMITED BY SIZE
007370         INTO WS-REPORT-LINE.
007380     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007390     MOVE WS-LETTERS-PRINTED TO WS-COUNT-ED.
007400     MOVE SPACES TO WS-REPORT-LINE.
007410     STRING "LETTERS PRINTED:   " DELIMITED BY SIZE
007420            WS-COUNT-ED           DELIMITED BY SIZE
007430         INTO WS-REPORT-LINE.
007440     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007450     MOVE WS-EXCEPTIONS TO WS-COUNT-ED.
007460     MOVE SPACES TO WS-REPORT-LINE.
007470     STRING "EXCEPTIONS:        " DELIMITED BY SIZE
007480            WS-COUNT-ED           DELIMITED BY SIZE
007490         INTO WS-REPORT-LINE.
007500     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007510     MOVE WS-DUPLICATES TO WS-COUNT-ED.
007520     MOVE SPACES TO WS-REPORT-LINE.
007530     STRING "DUPLICATES:        " DELIMITED BY SIZE
007540            WS-COUNT-ED           DELIMITED BY SIZE
007550         INTO WS-REPORT-LINE.
007560     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007570     MOVE WS-REQUESTS-KEPT TO WS-COUNT-ED.
007580     MOVE SPACES TO WS-REPORT-LINE.
007590     STRING "NO TEMPLATE (KEPT):" DELIMITED BY SIZE
007600            WS-COUNT-ED           DELIMITED BY SIZE
007610         INTO WS-REPORT-LINE.
007620     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
007630     IF WS-DUP-FULL
007640         MOVE "  *** DUPLICATE TABLE FULL - REST UNCHECKED"
007650             TO WS-REPORT-LINE
007660         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
007670     END-IF.

007680     IF WS-REQ-STATUS = "00" OR WS-REQ-STATUS = "10"
007690         CLOSE LETTER-REQUESTS
007700*        AN OVERFLOWED SURVIVOR TABLE CANNOT REPRESENT THE FILE -
007710*        LEAVE IT AS IT STANDS RATHER THAN LOSE REQUESTS.
007720         IF WS-SURVIVORS-OVERFLOWED
007730             MOVE "  *** TOO MANY KEPT - LETTREQ LEFT ALONE"
007740                 TO WS-REPORT-LINE
007750             WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
007760             GO TO 3000-REQUESTS-DONE
007770         END-IF
007780         OPEN OUTPUT LETTER-REQUESTS
007790         PERFORM VARYING WS-SURVIVOR-SUB FROM 1 BY 1
007800                 UNTIL WS-SURVIVOR-SUB > WS-SURVIVOR-COUNT
007810             MOVE WS-SURVIVOR-ENTRY (WS-SURVIVOR-SUB)
007820                 TO LQ-LETTER-REQUEST
007830             WRITE LQ-LETTER-REQUEST
007840         END-PERFORM
007850         CLOSE LETTER-REQUESTS
007860     END-IF.
007870 3000-REQUESTS-DONE.
007880     IF WS-MAST-USABLE
007890         CLOSE STUDENT-MASTER
007900     END-IF.
007910     IF WS-DEMOG-USABLE
007920         CLOSE DEMOG-FILE
007930     END-IF.
007940     IF WS-APPL-USABLE
007950         CLOSE APPLICANT-FILE
007960     END-IF.
007970     IF WS-ADV-USABLE
007980         CLOSE ADVISOR-FILE
007990     END-IF.
008000     IF WS-INST-USABLE
008010         CLOSE INSTRUCTOR-MASTER
008020     END-IF.
008030     CLOSE LETTER-OUT.
008040     CLOSE CONTROL-RPT.

008050     IF WS-EXCEPTIONS > ZERO OR WS-REQUESTS-KEPT > ZERO
008060         MOVE 4 TO RETURN-CODE
008070     ELSE
008080         MOVE 0 TO RETURN-CODE
008090     END-IF.
008100 3000-FINISH-EXIT.
008110     EXIT.

008120 END PROGRAM LETTPRT.
