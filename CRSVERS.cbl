000010******************************************************************
000020* PROGRAM-ID : CRSVERS
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   CATALOG-VERSION SERVICE.  THE ONE PLACE THAT SAYS WHAT A
000090*   COURSE WAS - TITLE, DEPARTMENT, CREDIT HOURS, AND
000100*   PREREQUISITES - IN A GIVEN TERM.  EVERY PROGRAM THAT
000110*   PRICES OR GRADES A TERM'S WORK CALLS HERE INSTEAD OF
000120*   READING CRSMAST, SO A CATALOG CHANGE NEVER REACHES BACK
000130*   INTO TERMS TAKEN UNDER THE OLD VERSION.  EACH CALL PICKS
000140*   THE CRSHIST VERSION OF THE COURSE WHOSE EFFECTIVE DATE IS
000150*   THE LATEST ON OR BEFORE THE START OF THE CALLER'S TERM (A
000160*   TERM EARLIER THAN EVERY VERSION TAKES THE EARLIEST ONE).
000170*   A BLANK TERM, OR ONE NOT ON TERMFILE, TAKES THE VERSION IN
000180*   FORCE ON THE BUSINESS DATE.  A COURSE WITH NO VERSIONS YET,
000190*   OR A SITE WITHOUT CRSHIST, GETS THE CRSMAST ENTRY, SO
000200*   NOTHING CHANGES UNTIL A COURSE IS FIRST CHANGED.  THE LAST
000210*   COURSE AND TERM ASKED FOR ARE REMEMBERED, SINCE CALLERS
000220*   TEND TO ASK THE SAME QUESTION SEVERAL TIMES RUNNING.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-10-15  RO   ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    CRSVERS.
000290 AUTHOR.        R. OKONKWO.
000300 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT COURSE-HISTORY ASSIGN TO "CRSHIST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CX-VERSION-KEY
000400         FILE STATUS IS WS-HIST-STATUS.

000410     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CM-COURSE-CODE
000450         FILE STATUS IS WS-CRS-STATUS.

000460     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS TM-TERM-CODE
000500         FILE STATUS IS WS-TERM-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  COURSE-HISTORY.
000540     COPY "crshist.cpy".

000550 FD  COURSE-MASTER.
000560     COPY "crsrec.cpy".

000570 FD  TERM-CONTROL.
000580     COPY "termrec.cpy".

000590 WORKING-STORAGE SECTION.
000600 01  WS-HIST-STATUS           PIC X(02) VALUE "00".
000610 01  WS-CRS-STATUS            PIC X(02) VALUE "00".
000620 01  WS-TERM-STATUS           PIC X(02) VALUE "00".
000630 01  WS-OPENED-SWITCH         PIC X(01) VALUE "N".
000640     88  WS-FILES-OPENED      VALUE "Y".
000650 01  WS-HIST-SWITCH           PIC X(01) VALUE "N".
000660     88  WS-HIST-OPEN         VALUE "Y".
000670 01  WS-CRS-SWITCH            PIC X(01) VALUE "N".
000680     88  WS-CRS-OPEN          VALUE "Y".
000690 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000700     88  WS-EOF               VALUE "Y".
000710 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
000720 01  WS-TARGET-DATE           PIC 9(08) VALUE ZERO.

000730*    THE VERSION PICKED SO FAR AND THE EARLIEST VERSION SEEN.
000740 01  WS-PICK-SWITCH           PIC X(01) VALUE "N".
000750     88  WS-PICK-FOUND        VALUE "Y".
000760 01  WS-PICK-DATE             PIC 9(08) VALUE ZERO.
000770 01  WS-PICK-RECORD           PIC X(75).
000780 01  WS-EARLY-SWITCH          PIC X(01) VALUE "N".
000790     88  WS-EARLY-FOUND       VALUE "Y".
000800 01  WS-EARLY-DATE            PIC 9(08) VALUE ZERO.
000810 01  WS-EARLY-RECORD          PIC X(75).
000820 01  WS-VERSION-RECORD        PIC X(75).
000830 01  WS-VERSION-VIEW REDEFINES WS-VERSION-RECORD.
000840     05  WS-VR-COURSE-CODE    PIC X(06).
000850     05  WS-VR-EFF-TERM       PIC X(05).
000860     05  WS-VR-EFF-DATE       PIC 9(08).
000870     05  WS-VR-TITLE          PIC X(30).
000880     05  WS-VR-DEPARTMENT     PIC X(04).
000890     05  WS-VR-CREDIT-HOURS   PIC 9(02).
000900     05  WS-VR-PREREQ-1       PIC X(06).
000910     05  WS-VR-PREREQ-2       PIC X(06).
000920     05  WS-VR-LOAD-DATE      PIC 9(08).

000930*    THE LAST QUESTION ASKED AND ITS ANSWER.
000940 01  WS-LAST-COURSE           PIC X(06) VALUE HIGH-VALUES.
000950 01  WS-LAST-TERM             PIC X(05) VALUE HIGH-VALUES.
000960 01  WS-LAST-RESULT           PIC X(54).

000970*    TERM START DATES ALREADY LOOKED UP THIS RUN.
000980 01  WS-TERM-CACHE.
000990     05  WS-TERM-SLOT OCCURS 50 TIMES.
001000         10  WS-TC-TERM-CODE  PIC X(05).
001010         10  WS-TC-START-DATE PIC 9(08).
001020 77  WS-TERM-COUNT            PIC 9(03) COMP VALUE ZERO.
001030 77  WS-TERM-SUB              PIC 9(03) COMP VALUE ZERO.

001040 LINKAGE SECTION.
001050     COPY "crsvers.cpy".

001060 PROCEDURE DIVISION USING CQ-VERSION-AREA.

001070******************************************************************
001080* 0000-MAINLINE - OPEN ONCE, ANSWER FROM THE LAST CALL WHEN THE
001090*                 QUESTION REPEATS, ELSE RESOLVE THE TERM AND
001100*                 PICK THE VERSION.
001110******************************************************************
001120 0000-MAINLINE.
001130     IF NOT WS-FILES-OPENED
001140         PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
001150     END-IF.
001160     IF CQ-COURSE-CODE = WS-LAST-COURSE
001170             AND CQ-TERM-CODE = WS-LAST-TERM
001180         MOVE WS-LAST-RESULT TO CQ-RESULT
001190         GOBACK
001200     END-IF.
001210     PERFORM 2000-RESOLVE-TERM THRU 2000-RESOLVE-TERM-EXIT.
001220     PERFORM 3000-PICK-VERSION THRU 3000-PICK-VERSION-EXIT.
001230     MOVE CQ-COURSE-CODE TO WS-LAST-COURSE.
001240     MOVE CQ-TERM-CODE TO WS-LAST-TERM.
001250     MOVE CQ-RESULT TO WS-LAST-RESULT.
001260     GOBACK.

001270******************************************************************
001280* 1000-OPEN-FILES - CRSHIST AND CRSMAST STAY OPEN FOR THE RUN;
001290*                   EITHER MAY BE MISSING.
001300******************************************************************
001310 1000-OPEN-FILES.
001320     CALL "BIZDATE" USING WS-BUSINESS-DATE.
001330     SET WS-FILES-OPENED TO TRUE.
001340     OPEN INPUT COURSE-HISTORY.
001350     IF WS-HIST-STATUS = "00"
001360         SET WS-HIST-OPEN TO TRUE
001370     ELSE
001380         DISPLAY "CRSVERS - CRSHIST NOT AVAILABLE, STATUS "
001390             WS-HIST-STATUS ", CATALOG MASTER USED"
001400     END-IF.
001410     OPEN INPUT COURSE-MASTER.
001420     IF WS-CRS-STATUS = "00"
001430         SET WS-CRS-OPEN TO TRUE
001440     ELSE
001450         DISPLAY "CRSVERS - CRSMAST NOT AVAILABLE, STATUS "
001460             WS-CRS-STATUS
001470     END-IF.
001480 1000-OPEN-FILES-EXIT.
001490     EXIT.

001500******************************************************************
001510* 2000-RESOLVE-TERM - THE START DATE OF THE CALLER'S TERM, FROM
001520*                     THE CACHE OR TERMFILE; THE BUSINESS DATE
001530*                     FOR A BLANK OR UNKNOWN TERM.
001540******************************************************************
001550 2000-RESOLVE-TERM.
001560     MOVE WS-BUSINESS-DATE TO WS-TARGET-DATE.
001570     IF CQ-TERM-CODE = SPACES
001580         GO TO 2000-RESOLVE-TERM-EXIT
001590     END-IF.
001600     PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
001610             UNTIL WS-TERM-SUB > WS-TERM-COUNT
001620         IF WS-TC-TERM-CODE (WS-TERM-SUB) = CQ-TERM-CODE
001630             MOVE WS-TC-START-DATE (WS-TERM-SUB)
001640                 TO WS-TARGET-DATE
001650             GO TO 2000-RESOLVE-TERM-EXIT
001660         END-IF
001670     END-PERFORM.

001680     OPEN INPUT TERM-CONTROL.
001690     IF WS-TERM-STATUS NOT = "00"
001700         GO TO 2000-RESOLVE-TERM-EXIT
001710     END-IF.
001720     MOVE CQ-TERM-CODE TO TM-TERM-CODE.
001730     READ TERM-CONTROL
001740         INVALID KEY
001750             CONTINUE
001760     END-READ.
001770     IF WS-TERM-STATUS = "00"
001780             AND TM-START-DATE IS NUMERIC
001790             AND TM-START-DATE > ZERO
001800         MOVE TM-START-DATE TO WS-TARGET-DATE
001810     END-IF.
001820     CLOSE TERM-CONTROL.
001830     IF WS-TERM-COUNT < 50
001840         ADD 1 TO WS-TERM-COUNT
001850         MOVE CQ-TERM-CODE TO WS-TC-TERM-CODE (WS-TERM-COUNT)
001860         MOVE WS-TARGET-DATE TO WS-TC-START-DATE (WS-TERM-COUNT)
001870     END-IF.
001880 2000-RESOLVE-TERM-EXIT.
001890     EXIT.

001900******************************************************************
001910* 3000-PICK-VERSION - LATEST VERSION OF THE COURSE IN FORCE ON
001920*                     THE TARGET DATE, ELSE ITS EARLIEST ONE,
001930*                     ELSE THE CATALOG MASTER ENTRY.
001940******************************************************************
001950 3000-PICK-VERSION.
001960     MOVE SPACES TO CQ-RESULT.
001970     MOVE ZERO TO CQ-CREDIT-HOURS.
001980     SET CQ-COURSE-UNKNOWN TO TRUE.
001990     MOVE "N" TO WS-PICK-SWITCH.
002000     MOVE "N" TO WS-EARLY-SWITCH.
002010     IF NOT WS-HIST-OPEN
002020         GO TO 3000-TRY-MASTER
002030     END-IF.

002040     MOVE CQ-COURSE-CODE TO CX-COURSE-CODE.
002050     MOVE LOW-VALUES TO CX-EFFECTIVE-TERM.
002060     START COURSE-HISTORY KEY IS NOT LESS THAN CX-VERSION-KEY
002070         INVALID KEY
002080             GO TO 3000-TRY-MASTER
002090     END-START.
002100     MOVE "N" TO WS-EOF-SWITCH.
002110     PERFORM 3100-WEIGH-ONE-VERSION
002120         THRU 3100-WEIGH-ONE-VERSION-EXIT
002130         UNTIL WS-EOF.

002140     IF NOT WS-PICK-FOUND
002150         IF WS-EARLY-FOUND
002160             MOVE WS-EARLY-RECORD TO WS-PICK-RECORD
002170             SET WS-PICK-FOUND TO TRUE
002180         END-IF
002190     END-IF.
002200     IF WS-PICK-FOUND
002210         MOVE WS-PICK-RECORD TO WS-VERSION-RECORD
002220         MOVE WS-VR-TITLE TO CQ-COURSE-TITLE
002230         MOVE WS-VR-DEPARTMENT TO CQ-DEPARTMENT
002240         MOVE WS-VR-CREDIT-HOURS TO CQ-CREDIT-HOURS
002250         MOVE WS-VR-PREREQ-1 TO CQ-PREREQ-1
002260         MOVE WS-VR-PREREQ-2 TO CQ-PREREQ-2
002270         MOVE WS-VR-EFF-TERM TO CQ-EFFECTIVE-TERM
002280         SET CQ-COURSE-FOUND TO TRUE
002290         GO TO 3000-PICK-VERSION-EXIT
002300     END-IF.

002310 3000-TRY-MASTER.
002320     IF NOT WS-CRS-OPEN
002330         GO TO 3000-PICK-VERSION-EXIT
002340     END-IF.
002350     MOVE CQ-COURSE-CODE TO CM-COURSE-CODE.
002360     READ COURSE-MASTER
002370         INVALID KEY
002380             GO TO 3000-PICK-VERSION-EXIT
002390     END-READ.
002400     IF WS-CRS-STATUS NOT = "00"
002410         GO TO 3000-PICK-VERSION-EXIT
002420     END-IF.
002430     MOVE CM-COURSE-TITLE TO CQ-COURSE-TITLE.
002440     MOVE CM-DEPARTMENT TO CQ-DEPARTMENT.
002450     MOVE CM-CREDIT-HOURS TO CQ-CREDIT-HOURS.
002460     MOVE CM-PREREQ-1 TO CQ-PREREQ-1.
002470     MOVE CM-PREREQ-2 TO CQ-PREREQ-2.
002480     MOVE SPACES TO CQ-EFFECTIVE-TERM.
002490     SET CQ-COURSE-FOUND TO TRUE.
002500 3000-PICK-VERSION-EXIT.
002510     EXIT.

002520******************************************************************
002530* 3100-WEIGH-ONE-VERSION - READ THE NEXT VERSION OF THE COURSE
002540*                          AND KEEP IT IF IT IS THE EARLIEST OR
002550*                          THE LATEST IN FORCE SO FAR.
002560******************************************************************
002570 3100-WEIGH-ONE-VERSION.
002580     READ COURSE-HISTORY NEXT RECORD
002590         AT END
002600             SET WS-EOF TO TRUE
002610             GO TO 3100-WEIGH-ONE-VERSION-EXIT
002620     END-READ.
002630     IF WS-HIST-STATUS NOT = "00"
002640             OR CX-COURSE-CODE NOT = CQ-COURSE-CODE
002650         SET WS-EOF TO TRUE
002660         GO TO 3100-WEIGH-ONE-VERSION-EXIT
002670     END-IF.
002680     IF NOT WS-EARLY-FOUND
002690             OR CX-EFFECTIVE-DATE < WS-EARLY-DATE
002700         MOVE CX-VERSION-RECORD TO WS-EARLY-RECORD
002710         MOVE CX-EFFECTIVE-DATE TO WS-EARLY-DATE
002720         SET WS-EARLY-FOUND TO TRUE
002730     END-IF.
002740     IF CX-EFFECTIVE-DATE NOT > WS-TARGET-DATE
002750         IF NOT WS-PICK-FOUND
002760                 OR CX-EFFECTIVE-DATE > WS-PICK-DATE
002770             MOVE CX-VERSION-RECORD TO WS-PICK-RECORD
002780             MOVE CX-EFFECTIVE-DATE TO WS-PICK-DATE
002790             SET WS-PICK-FOUND TO TRUE
002800         END-IF
002810     END-IF.
002820 3100-WEIGH-ONE-VERSION-EXIT.
002830     EXIT.

002840 END PROGRAM CRSVERS.
