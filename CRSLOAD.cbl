000100*   ALREADY EXISTS ON THE CATALOG REPLACES THE PRIOR ENTRY, SO THE
000110*   SAME INPUT CAN BE RERUN SAFELY.  PRODUCES A LOAD REPORT WITH
000120*   ADDED/REPLACED/REJECTED COUNTS.
000121*   EACH ENTRY CARRIES THE TERM IT TAKES EFFECT (BLANK = THE
000122*   TERM IN FORCE ON THE BUSINESS DATE).  WHEN A COURSE'S
000123*   TITLE, DEPARTMENT, CREDITS OR PREREQUISITES CHANGE, THE
000124*   NEW VALUES ARE KEPT AS A NEW CRSHIST VERSION FROM THAT
000125*   TERM - THE FIRST CHANGE ALSO KEEPS THE VALUES THE COURSE
000126*   HAD UNTIL THEN - SO TERMS ALREADY TAKEN KEEP THE CATALOG
000127*   THEY WERE TAKEN UNDER.  THE REPORT NAMES EVERY CHANGED
000128*   COURSE, THE TERM IT CHANGED FROM, AND WHAT CHANGED.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY.
000150*   2026-08-22  RO   ORIGINAL PROGRAM.
000154*                    (CM-MAX-ENROLLMENT, ZERO = NO LIMIT).
000156*   2026-09-02  RO   CARRY UP TO TWO PREREQUISITE COURSE CODES
000158*                    (SPACES = NONE) FOR ENRLBAT TO ENFORCE.
000160*   2026-10-15  RO   EFFECTIVE TERM ON EACH ENTRY; CATALOG
000162*                    CHANGES KEPT AS CRSHIST VERSIONS BY
000164*                    TERM AND REPORTED WITH THE TERM THEY
000166*                    TAKE EFFECT.
000168******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.    CRSLOAD.
000190 AUTHOR.        R. OKONKWO.
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CM-COURSE-CODE
000322         FILE STATUS IS WS-MAST-STATUS.

000324     SELECT COURSE-HISTORY ASSIGN TO "CRSHIST"
000326         ORGANIZATION IS INDEXED
000328         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CX-VERSION-KEY
000332         FILE STATUS IS WS-HIST-STATUS.

000334     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000336         ORGANIZATION IS INDEXED
000338         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS TM-TERM-CODE
000342         FILE STATUS IS WS-TERM-STATUS.

000344     SELECT LOAD-RPT ASSIGN TO "CRSLDRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RPT-STATUS.

000442     05  CI-MAX-ENROLLMENT    PIC 9(03).
000444     05  CI-PREREQ-1          PIC X(06).
000446     05  CI-PREREQ-2          PIC X(06).
000448     05  CI-EFFECTIVE-TERM    PIC X(05).

000450 FD  COURSE-MASTER.
000460     COPY "crsrec.cpy".

000462 FD  COURSE-HISTORY.
000464     COPY "crshist.cpy".

000466 FD  TERM-CONTROL.
000468     COPY "termrec.cpy".

000470 FD  LOAD-RPT.
000480 01  LR-REPORT-LINE           PIC X(80).


000510 01  WS-SWITCHES.
000520     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000522         88  WS-EOF           VALUE "Y".
000524     05  WS-TERM-EOF-SWITCH   PIC X(01) VALUE "N".
000526         88  WS-TERM-EOF      VALUE "Y".
000528     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE "N".
000530         88  WS-HIST-EOF      VALUE "Y".
000532     05  WS-TERM-SWITCH       PIC X(01) VALUE "N".
000534         88  WS-TERMFILE-OPEN VALUE "Y".
000536     05  WS-COURSE-SWITCH     PIC X(01) VALUE "N".
000538         88  WS-COURSE-ON-FILE VALUE "Y".
000540     05  WS-HISTORY-SWITCH    PIC X(01) VALUE "N".
000542         88  WS-HAS-HISTORY   VALUE "Y".
000544     05  WS-CHANGE-SWITCH     PIC X(01) VALUE "N".
000546         88  WS-CATALOG-CHANGED VALUE "Y".

000548 01  WS-FILE-STATUSES.
000550     05  WS-IN-STATUS         PIC X(02) VALUE "00".
000560     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000570     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000573     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
000576     05  WS-TERM-STATUS       PIC X(02) VALUE "00".

000580 01  WS-COUNTERS COMP.
000590     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000600     05  WS-RECORDS-ADDED     PIC 9(05) VALUE ZERO.
000610     05  WS-RECORDS-REPLACED  PIC 9(05) VALUE ZERO.
000620     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
000622     05  WS-RECORDS-CHANGED   PIC 9(05) VALUE ZERO.
000624     05  WS-VERSIONS-WRITTEN  PIC 9(05) VALUE ZERO.
000626     05  WS-CHANGE-PTR        PIC 9(03) VALUE ZERO.

000630 01  WS-EDIT-COUNTERS.
000640     05  WS-READ-ED           PIC ZZZZ9.
000650     05  WS-ADDED-ED          PIC ZZZZ9.
000660     05  WS-REPLACED-ED       PIC ZZZZ9.
000662     05  WS-REJECTED-ED       PIC ZZZZ9.
000664     05  WS-CHANGED-ED        PIC ZZZZ9.
000666     05  WS-VERSIONS-ED       PIC ZZZZ9.

000668*    THE TERM IN FORCE ON THE BUSINESS DATE, THE TERM AND START
000670*    DATE THE CURRENT ENTRY TAKES EFFECT, AND THE LATEST
000672*    VERSION ALREADY KEPT FOR THE COURSE.
000674 01  WS-TERM-FIELDS.
000676     05  WS-DEFAULT-TERM      PIC X(05) VALUE SPACES.
000678     05  WS-DEFAULT-DATE      PIC 9(08) VALUE ZERO.
000680     05  WS-EFFECTIVE-TERM    PIC X(05) VALUE SPACES.
000682     05  WS-EFFECTIVE-DATE    PIC 9(08) VALUE ZERO.
000684     05  WS-LATEST-DATE       PIC 9(08) VALUE ZERO.

000686 01  WS-CHANGE-TEXT           PIC X(40).

000688 01  WS-REPORT-LINE           PIC X(80).

000690 PROCEDURE DIVISION.

000970         OPEN I-O COURSE-MASTER
000980     END-IF.

000981     OPEN I-O COURSE-HISTORY.
000982     IF WS-HIST-STATUS = "35"
000983         OPEN OUTPUT COURSE-HISTORY
000984         CLOSE COURSE-HISTORY
000985         OPEN I-O COURSE-HISTORY
000986     END-IF.

000987     PERFORM 1100-FIND-CURRENT-TERM
000988         THRU 1100-FIND-CURRENT-TERM-EXIT.

000990     MOVE "COURSE CATALOG LOAD REPORT" TO WS-REPORT-LINE.
001000     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001010     MOVE "COURSE  DEPT  ACTION" TO WS-REPORT-LINE.
001020     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001030     PERFORM 2100-READ-COURSE THRU 2100-READ-COURSE-EXIT.
001031 1000-INITIALIZE-EXIT.
001032     EXIT.

001033******************************************************************
001034* 1100-FIND-CURRENT-TERM - THE LATEST TERM ON TERMFILE STARTED ON
001035*                          OR BEFORE THE BUSINESS DATE, FOR
001036*                          ENTRIES THAT NAME NO EFFECTIVE TERM.
001037******************************************************************
001038 1100-FIND-CURRENT-TERM.
001039     OPEN INPUT TERM-CONTROL.
001040     IF WS-TERM-STATUS NOT = "00"
001041         DISPLAY "CRSLOAD - TERMFILE NOT AVAILABLE, STATUS "
001042             WS-TERM-STATUS
001043         GO TO 1100-FIND-CURRENT-TERM-EXIT
001044     END-IF.
001045     SET WS-TERMFILE-OPEN TO TRUE.
001046     MOVE "N" TO WS-TERM-EOF-SWITCH.
001047     PERFORM 1110-WEIGH-ONE-TERM THRU 1110-WEIGH-ONE-TERM-EXIT
001048         UNTIL WS-TERM-EOF.
001049 1100-FIND-CURRENT-TERM-EXIT.
001050     EXIT.

001051 1110-WEIGH-ONE-TERM.
001052     READ TERM-CONTROL NEXT RECORD
001053         AT END
001054             SET WS-TERM-EOF TO TRUE
001055             GO TO 1110-WEIGH-ONE-TERM-EXIT
001056     END-READ.
001057     IF WS-TERM-STATUS NOT = "00"
001058         SET WS-TERM-EOF TO TRUE
001059         GO TO 1110-WEIGH-ONE-TERM-EXIT
001060     END-IF.
001061     IF TM-START-DATE IS NUMERIC
001062             AND TM-START-DATE > ZERO
001063             AND TM-START-DATE NOT > RH-RUN-DATE
001064             AND TM-START-DATE > WS-DEFAULT-DATE
001065         MOVE TM-TERM-CODE TO WS-DEFAULT-TERM
001066         MOVE TM-START-DATE TO WS-DEFAULT-DATE
001067     END-IF.
001068 1110-WEIGH-ONE-TERM-EXIT.
001069     EXIT.

001070******************************************************************
001071* 2000-PROCESS-COURSE - APPLY ONE CATALOG ENTRY TO THE MASTER.
001080******************************************************************
001090 2000-PROCESS-COURSE.
001100     ADD 1 TO WS-RECORDS-READ.
001220         GO TO 2000-NEXT-COURSE
001230     END-IF.

001232     PERFORM 2200-RESOLVE-TERM THRU 2200-RESOLVE-TERM-EXIT.
001234     IF WS-EFFECTIVE-DATE = ZERO
001236         ADD 1 TO WS-RECORDS-REJECTED
001238         STRING CI-COURSE-CODE   DELIMITED BY SIZE
001240                "  "             DELIMITED BY SIZE
001242                CI-DEPARTMENT    DELIMITED BY SIZE
001244                "  REJECTED - EFFECTIVE TERM NOT ON TERMFILE"
001246                                 DELIMITED BY SIZE
001248             INTO WS-REPORT-LINE
001250         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
001252         GO TO 2000-NEXT-COURSE
001254     END-IF.

001256     MOVE CI-COURSE-CODE TO CM-COURSE-CODE.
001258     MOVE "Y" TO WS-COURSE-SWITCH.
001260     READ COURSE-MASTER
001262         INVALID KEY
001264             MOVE "N" TO WS-COURSE-SWITCH
001266     END-READ.

001268*    A NEW COURSE STARTS ITS VERSION HISTORY WITH THIS ENTRY.
001270     IF NOT WS-COURSE-ON-FILE
001272         PERFORM 2300-BUILD-MASTER THRU 2300-BUILD-MASTER-EXIT
001274         WRITE CM-COURSE-RECORD
001276         PERFORM 2500-BUILD-NEW-VERSION
001278             THRU 2500-BUILD-NEW-VERSION-EXIT
001280         PERFORM 2700-PUT-VERSION THRU 2700-PUT-VERSION-EXIT
001282         ADD 1 TO WS-RECORDS-ADDED
001284         STRING CI-COURSE-CODE    DELIMITED BY SIZE
001286                "  "              DELIMITED BY SIZE
001288                CI-DEPARTMENT     DELIMITED BY SIZE
001290                "  ADDED FROM TERM "
001292                                  DELIMITED BY SIZE
001294                WS-EFFECTIVE-TERM DELIMITED BY SIZE
001296             INTO WS-REPORT-LINE
001298         GO TO 2000-WRITE-LINE
001300     END-IF.

001302*    NOTHING VERSIONED CHANGED - REFRESH THE MASTER AS BEFORE.
001304     PERFORM 2400-COMPARE-CATALOG THRU 2400-COMPARE-CATALOG-EXIT.
001306     IF NOT WS-CATALOG-CHANGED
001308         PERFORM 2300-BUILD-MASTER THRU 2300-BUILD-MASTER-EXIT
001310         REWRITE CM-COURSE-RECORD
001312         ADD 1 TO WS-RECORDS-REPLACED
001314         STRING CI-COURSE-CODE DELIMITED BY SIZE
001316                "  "           DELIMITED BY SIZE
001318                CI-DEPARTMENT  DELIMITED BY SIZE
001320                "  REPLACED"   DELIMITED BY SIZE
001322             INTO WS-REPORT-LINE
001324         GO TO 2000-WRITE-LINE
001326     END-IF.

001328*    A CHANGE.  THE FIRST ONE KEEPS WHAT THE COURSE WAS UNTIL
001330*    NOW AS A VERSION IN FORCE FROM THE BEGINNING.  THE MASTER
001332*    TAKES THE NEW VALUES UNLESS A LATER VERSION IS ALREADY
001334*    KEPT (A BACK-DATED CORRECTION).
001336     PERFORM 2600-SCAN-HISTORY THRU 2600-SCAN-HISTORY-EXIT.
001338     IF NOT WS-HAS-HISTORY
001340         PERFORM 2550-BUILD-BASE-VERSION
001342             THRU 2550-BUILD-BASE-VERSION-EXIT
001344         PERFORM 2700-PUT-VERSION THRU 2700-PUT-VERSION-EXIT
001346     END-IF.
001348     PERFORM 2500-BUILD-NEW-VERSION
001350         THRU 2500-BUILD-NEW-VERSION-EXIT.
001352     PERFORM 2700-PUT-VERSION THRU 2700-PUT-VERSION-EXIT.
001354     IF WS-EFFECTIVE-DATE NOT < WS-LATEST-DATE
001356         PERFORM 2300-BUILD-MASTER THRU 2300-BUILD-MASTER-EXIT
001358     ELSE
001360         IF CI-MAX-ENROLLMENT IS NUMERIC
001362             MOVE CI-MAX-ENROLLMENT TO CM-MAX-ENROLLMENT
001364         END-IF
001366     END-IF.
001368     REWRITE CM-COURSE-RECORD.
001370     ADD 1 TO WS-RECORDS-REPLACED.
001372     ADD 1 TO WS-RECORDS-CHANGED.
001374     STRING CI-COURSE-CODE    DELIMITED BY SIZE
001376            "  "              DELIMITED BY SIZE
001378            CI-DEPARTMENT     DELIMITED BY SIZE
001380            "  CHANGED FROM TERM "
001382                              DELIMITED BY SIZE
001384            WS-EFFECTIVE-TERM DELIMITED BY SIZE
001386            ":"               DELIMITED BY SIZE
001388            WS-CHANGE-TEXT    DELIMITED BY SIZE
001390         INTO WS-REPORT-LINE.

001392 2000-WRITE-LINE.
001394     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001460 2000-NEXT-COURSE.
001470     PERFORM 2100-READ-COURSE THRU 2100-READ-COURSE-EXIT.
001490     EXIT.

001500******************************************************************
001501* 2100-READ-COURSE - GET THE NEXT INPUT RECORD.
001502******************************************************************
001503 2100-READ-COURSE.
001504     READ COURSE-IN
001505         AT END
001506             SET WS-EOF TO TRUE
001507     END-READ.
001508 2100-READ-COURSE-EXIT.
001509     EXIT.

001510******************************************************************
001511* 2200-RESOLVE-TERM - THE ENTRY'S EFFECTIVE TERM AND ITS START
001512*                     DATE; THE TERM IN FORCE TODAY WHEN THE
001513*                     ENTRY NAMES NONE.  ZERO DATE = NOT ON
001514*                     TERMFILE.
001515******************************************************************
001516 2200-RESOLVE-TERM.
001517     MOVE ZERO TO WS-EFFECTIVE-DATE.
001518     IF CI-EFFECTIVE-TERM = SPACES
001519         MOVE WS-DEFAULT-TERM TO WS-EFFECTIVE-TERM
001520         MOVE WS-DEFAULT-DATE TO WS-EFFECTIVE-DATE
001521         GO TO 2200-RESOLVE-TERM-EXIT
001522     END-IF.
001523     MOVE CI-EFFECTIVE-TERM TO WS-EFFECTIVE-TERM.
001524     IF NOT WS-TERMFILE-OPEN
001525         GO TO 2200-RESOLVE-TERM-EXIT
001526     END-IF.
001527     MOVE CI-EFFECTIVE-TERM TO TM-TERM-CODE.
001528     READ TERM-CONTROL
001529         INVALID KEY
001530             GO TO 2200-RESOLVE-TERM-EXIT
001531     END-READ.
001532     IF WS-TERM-STATUS = "00"
001533             AND TM-START-DATE IS NUMERIC
001534         MOVE TM-START-DATE TO WS-EFFECTIVE-DATE
001535     END-IF.
001536 2200-RESOLVE-TERM-EXIT.
001537     EXIT.

001538******************************************************************
001539* 2300-BUILD-MASTER - THE INCOMING ENTRY INTO THE MASTER RECORD.
001540******************************************************************
001541 2300-BUILD-MASTER.
001542     MOVE CI-COURSE-CODE TO CM-COURSE-CODE.
001543     MOVE CI-COURSE-TITLE TO CM-COURSE-TITLE.
001544     MOVE CI-DEPARTMENT TO CM-DEPARTMENT.
001545     MOVE CI-PREREQ-1 TO CM-PREREQ-1.
001546     MOVE CI-PREREQ-2 TO CM-PREREQ-2.
001547     MOVE CI-CREDIT-HOURS TO CM-CREDIT-HOURS.
001548     IF CI-MAX-ENROLLMENT IS NUMERIC
001549         MOVE CI-MAX-ENROLLMENT TO CM-MAX-ENROLLMENT
001550     ELSE
001551         MOVE ZERO TO CM-MAX-ENROLLMENT
001552     END-IF.
001553 2300-BUILD-MASTER-EXIT.
001554     EXIT.

001555******************************************************************
001556* 2400-COMPARE-CATALOG - DOES THE ENTRY CHANGE ANY VERSIONED
001557*                        FIELD OF THE MASTER; NAME WHAT CHANGED.
001558******************************************************************
001559 2400-COMPARE-CATALOG.
001560     MOVE "N" TO WS-CHANGE-SWITCH.
001561     MOVE SPACES TO WS-CHANGE-TEXT.
001562     MOVE 1 TO WS-CHANGE-PTR.
001563     IF CI-COURSE-TITLE NOT = CM-COURSE-TITLE
001564         SET WS-CATALOG-CHANGED TO TRUE
001565         STRING " TITLE" DELIMITED BY SIZE
001566             INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
001567     END-IF.
001568     IF CI-DEPARTMENT NOT = CM-DEPARTMENT
001569         SET WS-CATALOG-CHANGED TO TRUE
001570         STRING " DEPT" DELIMITED BY SIZE
001571             INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
001572     END-IF.
001573     IF CI-CREDIT-HOURS NOT = CM-CREDIT-HOURS
001574         SET WS-CATALOG-CHANGED TO TRUE
001575         STRING " CREDITS "       DELIMITED BY SIZE
001576                CM-CREDIT-HOURS   DELIMITED BY SIZE
001577                "->"              DELIMITED BY SIZE
001578                CI-CREDIT-HOURS   DELIMITED BY SIZE
001579             INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
001580     END-IF.
001581     IF CI-PREREQ-1 NOT = CM-PREREQ-1
001582             OR CI-PREREQ-2 NOT = CM-PREREQ-2
001583         SET WS-CATALOG-CHANGED TO TRUE
001584         STRING " PREREQS" DELIMITED BY SIZE
001585             INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
001586     END-IF.
001587 2400-COMPARE-CATALOG-EXIT.
001588     EXIT.

001589******************************************************************
001590* 2500-BUILD-NEW-VERSION - THE INCOMING ENTRY AS A VERSION FROM
001591*                          ITS EFFECTIVE TERM.
001592******************************************************************
001593 2500-BUILD-NEW-VERSION.
001594     MOVE CI-COURSE-CODE TO CX-COURSE-CODE.
001595     MOVE WS-EFFECTIVE-TERM TO CX-EFFECTIVE-TERM.
001596     MOVE WS-EFFECTIVE-DATE TO CX-EFFECTIVE-DATE.
001597     MOVE CI-COURSE-TITLE TO CX-COURSE-TITLE.
001598     MOVE CI-DEPARTMENT TO CX-DEPARTMENT.
001599     MOVE CI-CREDIT-HOURS TO CX-CREDIT-HOURS.
001600     MOVE CI-PREREQ-1 TO CX-PREREQ-1.
001601     MOVE CI-PREREQ-2 TO CX-PREREQ-2.
001602     MOVE RH-RUN-DATE TO CX-LOAD-DATE.
001603 2500-BUILD-NEW-VERSION-EXIT.
001604     EXIT.

001605******************************************************************
001606* 2550-BUILD-BASE-VERSION - THE MASTER AS IT STOOD BEFORE THE
001607*                           COURSE'S FIRST CHANGE, IN FORCE FROM
001608*                           THE BEGINNING (BLANK TERM, ZERO DATE).
001609******************************************************************
001610 2550-BUILD-BASE-VERSION.
001611     MOVE CM-COURSE-CODE TO CX-COURSE-CODE.
001612     MOVE SPACES TO CX-EFFECTIVE-TERM.
001613     MOVE ZERO TO CX-EFFECTIVE-DATE.
001614     MOVE CM-COURSE-TITLE TO CX-COURSE-TITLE.
001615     MOVE CM-DEPARTMENT TO CX-DEPARTMENT.
001616     MOVE CM-CREDIT-HOURS TO CX-CREDIT-HOURS.
001617     MOVE CM-PREREQ-1 TO CX-PREREQ-1.
001618     MOVE CM-PREREQ-2 TO CX-PREREQ-2.
001619     MOVE RH-RUN-DATE TO CX-LOAD-DATE.
001620 2550-BUILD-BASE-VERSION-EXIT.
001621     EXIT.

001622******************************************************************
001623* 2600-SCAN-HISTORY - WHETHER THE COURSE HAS ANY VERSION KEPT,
001624*                     AND THE EFFECTIVE DATE OF THE LATEST.
001625******************************************************************
001626 2600-SCAN-HISTORY.
001627     MOVE "N" TO WS-HISTORY-SWITCH.
001628     MOVE ZERO TO WS-LATEST-DATE.
001629     MOVE CI-COURSE-CODE TO CX-COURSE-CODE.
001630     MOVE LOW-VALUES TO CX-EFFECTIVE-TERM.
001631     START COURSE-HISTORY KEY IS NOT LESS THAN CX-VERSION-KEY
001632         INVALID KEY
001633             GO TO 2600-SCAN-HISTORY-EXIT
001634     END-START.
001635     MOVE "N" TO WS-HIST-EOF-SWITCH.
001636     PERFORM 2610-SCAN-ONE-VERSION THRU 2610-SCAN-ONE-VERSION-EXIT
001637         UNTIL WS-HIST-EOF.
001638 2600-SCAN-HISTORY-EXIT.
001639     EXIT.

001640 2610-SCAN-ONE-VERSION.
001641     READ COURSE-HISTORY NEXT RECORD
001642         AT END
001643             SET WS-HIST-EOF TO TRUE
001644             GO TO 2610-SCAN-ONE-VERSION-EXIT
001645     END-READ.
001646     IF WS-HIST-STATUS NOT = "00"
001647             OR CX-COURSE-CODE NOT = CI-COURSE-CODE
001648         SET WS-HIST-EOF TO TRUE
001649         GO TO 2610-SCAN-ONE-VERSION-EXIT
001650     END-IF.
001651     SET WS-HAS-HISTORY TO TRUE.
001652     IF CX-EFFECTIVE-DATE > WS-LATEST-DATE
001653         MOVE CX-EFFECTIVE-DATE TO WS-LATEST-DATE
001654     END-IF.
001655 2610-SCAN-ONE-VERSION-EXIT.
001656     EXIT.

001657******************************************************************
001658* 2700-PUT-VERSION - WRITE THE VERSION, OR REPLACE THE ONE
001659*                    ALREADY KEPT FOR THE SAME TERM (A RERUN OR
001660*                    A SECOND CHANGE IN ONE TERM).
001661******************************************************************
001662 2700-PUT-VERSION.
001663     WRITE CX-VERSION-RECORD
001664         INVALID KEY
001665             REWRITE CX-VERSION-RECORD
001666     END-WRITE.
001667     ADD 1 TO WS-VERSIONS-WRITTEN.
001668 2700-PUT-VERSION-EXIT.
001669     EXIT.

001670******************************************************************
001671* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
001672******************************************************************
001673 3000-FINISH.
001674     MOVE WS-RECORDS-READ TO WS-READ-ED.
001675     MOVE WS-RECORDS-ADDED TO WS-ADDED-ED.
001676     MOVE WS-RECORDS-REPLACED TO WS-REPLACED-ED.
001677     MOVE WS-RECORDS-REJECTED TO WS-REJECTED-ED.

001678     MOVE SPACES TO WS-REPORT-LINE.
001690     STRING "COURSES READ: "     DELIMITED BY SIZE
001700            WS-READ-ED           DELIMITED BY SIZE
001710            "  ADDED: "          DELIMITED BY SIZE
001770         INTO WS-REPORT-LINE.
001780     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001781     MOVE WS-RECORDS-CHANGED TO WS-CHANGED-ED.
001782     MOVE WS-VERSIONS-WRITTEN TO WS-VERSIONS-ED.
001783     MOVE SPACES TO WS-REPORT-LINE.
001784     STRING "CATALOG CHANGES: "  DELIMITED BY SIZE
001785            WS-CHANGED-ED        DELIMITED BY SIZE
001786            "  VERSIONS KEPT: "  DELIMITED BY SIZE
001787            WS-VERSIONS-ED       DELIMITED BY SIZE
001788         INTO WS-REPORT-LINE.
001789     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001790     CLOSE COURSE-IN.
001800     CLOSE COURSE-MASTER.
001802     CLOSE COURSE-HISTORY.
001804     IF WS-TERMFILE-OPEN
001806         CLOSE TERM-CONTROL
001808     END-IF.
001810     CLOSE LOAD-RPT.

001820     IF WS-RECORDS-REJECTED > ZERO
