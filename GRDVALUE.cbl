000010******************************************************************
000020* PROGRAM-ID : GRDVALUE
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   GRADE-SCALE SERVICE.  THE ONE PLACE THAT TURNS A LETTER
000090*   GRADE INTO QUALITY POINTS AND SAYS WHETHER IT COUNTS IN THE
000100*   GPA, EARNS CREDIT, AND PASSES FOR PREREQUISITES.  EVERY
000110*   GPA, AUDIT, AND GRADE-EDIT PROGRAM CALLS HERE INSTEAD OF
000120*   CARRYING ITS OWN COPY OF THE SCALE.  THE GRDSCALE FILE IS
000130*   READ ONCE AND CACHED FOR THE RUN; EACH CALL PICKS THE
000140*   VERSION OF THE GRADE WHOSE EFFECTIVE DATE IS THE LATEST ON
000150*   OR BEFORE THE START OF THE CALLER'S TERM (A TERM EARLIER
000160*   THAN EVERY VERSION TAKES THE EARLIEST ONE).  A BLANK TERM,
000170*   OR ONE NOT ON TERMFILE, TAKES THE SCALE IN FORCE ON THE
000180*   BUSINESS DATE.  A SITE THAT HAS NOT YET LOADED GRDSCALE
000190*   GETS THE STANDING REGISTRAR SCALE BELOW, SO NOTHING STOPS
000200*   BEFORE GRDLOAD HAS RUN.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-10-15  RO   ORIGINAL PROGRAM.
000232*   2026-10-15  RO   PASS/FAIL GRADES P AND NP ADDED TO THE
000234*                    STANDING SCALE (PFGRADE) - NEITHER COUNTS IN
000236*                    THE GPA; P EARNS CREDIT AND PASSES.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    GRDVALUE.
000270 AUTHOR.        R. OKONKWO.
000280 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GRADE-SCALE ASSIGN TO "GRDSCALE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS GS-SCALE-KEY
000380         FILE STATUS IS WS-SCALE-STATUS.

000390     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TM-TERM-CODE
000430         FILE STATUS IS WS-TERM-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  GRADE-SCALE.
000470     COPY "grdscale.cpy".

000480 FD  TERM-CONTROL.
000490     COPY "termrec.cpy".

000500 WORKING-STORAGE SECTION.
000510 01  WS-SCALE-STATUS          PIC X(02) VALUE "00".
000520 01  WS-TERM-STATUS           PIC X(02) VALUE "00".
000530 01  WS-LOADED-SWITCH         PIC X(01) VALUE "N".
000540     88  WS-SCALE-LOADED      VALUE "Y".
000550 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000560     88  WS-EOF               VALUE "Y".
000570 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
000580 01  WS-TARGET-DATE           PIC 9(08) VALUE ZERO.

000590*    THE STANDING REGISTRAR SCALE - GRADE, POINTS, AND THE
000600*    GPA / CREDIT / PASS FLAGS - USED ONLY WHEN GRDSCALE CANNOT
000610*    BE OPENED.
000620 01  WS-STANDING-SCALE.
000630     05  FILLER               PIC X(08) VALUE "A 400YYY".
000640     05  FILLER               PIC X(08) VALUE "A-370YYY".
000650     05  FILLER               PIC X(08) VALUE "B+330YYY".
000660     05  FILLER               PIC X(08) VALUE "B 300YYY".
000670     05  FILLER               PIC X(08) VALUE "B-270YYY".
000680     05  FILLER               PIC X(08) VALUE "C+230YYY".
000690     05  FILLER               PIC X(08) VALUE "C 200YYY".
000700     05  FILLER               PIC X(08) VALUE "C-170YYY".
000710     05  FILLER               PIC X(08) VALUE "D 100YYY".
000720     05  FILLER               PIC X(08) VALUE "F 000YNN".
000730     05  FILLER               PIC X(08) VALUE "TR000NYY".
000740     05  FILLER               PIC X(08) VALUE "W 000NNN".
000750     05  FILLER               PIC X(08) VALUE "I 000NNN".
000760     05  FILLER               PIC X(08) VALUE "MD000NNN".
000763     05  FILLER               PIC X(08) VALUE "P 000NYY".
000766     05  FILLER               PIC X(08) VALUE "NP000NNN".
000770 01  WS-STANDING-TABLE REDEFINES WS-STANDING-SCALE.
000780     05  WS-STANDING-ENTRY OCCURS 16 TIMES.
000790         10  WS-SD-GRADE      PIC X(02).
000800         10  WS-SD-POINTS     PIC 9V99.
000810         10  WS-SD-GPA-FLAG   PIC X(01).
000820         10  WS-SD-CREDIT-FLAG PIC X(01).
000830         10  WS-SD-PASS-FLAG  PIC X(01).

000840*    EVERY VERSION OF EVERY GRADE, LOADED ONCE PER RUN.
000850 01  WS-SCALE-TABLE.
000860     05  WS-SCALE-ENTRY OCCURS 200 TIMES.
000870         10  WS-SC-GRADE      PIC X(02).
000880         10  WS-SC-EFF-DATE   PIC 9(08).
000890         10  WS-SC-POINTS     PIC 9V99.
000900         10  WS-SC-GPA-FLAG   PIC X(01).
000910         10  WS-SC-CREDIT-FLAG PIC X(01).
000920         10  WS-SC-PASS-FLAG  PIC X(01).
000930 77  WS-SCALE-COUNT           PIC 9(03) COMP VALUE ZERO.
000940 77  WS-SCALE-SUB             PIC 9(03) COMP VALUE ZERO.
000950 77  WS-PICK-SUB              PIC 9(03) COMP VALUE ZERO.
000960 77  WS-EARLY-SUB             PIC 9(03) COMP VALUE ZERO.

000970*    TERM START DATES ALREADY LOOKED UP THIS RUN.
000980 01  WS-TERM-CACHE.
000990     05  WS-TERM-SLOT OCCURS 50 TIMES.
001000         10  WS-TC-TERM-CODE  PIC X(05).
001010         10  WS-TC-START-DATE PIC 9(08).
001020 77  WS-TERM-COUNT            PIC 9(03) COMP VALUE ZERO.
001030 77  WS-TERM-SUB              PIC 9(03) COMP VALUE ZERO.

001040 LINKAGE SECTION.
001050     COPY "grdval.cpy".

001060 PROCEDURE DIVISION USING GV-VALUE-AREA.

001070******************************************************************
001080* 0000-MAINLINE - LOAD ONCE, RESOLVE THE TERM, PICK THE VERSION.
001090******************************************************************
001100 0000-MAINLINE.
001110     IF NOT WS-SCALE-LOADED
001120         PERFORM 1000-LOAD-SCALE THRU 1000-LOAD-SCALE-EXIT
001130     END-IF.
001140     PERFORM 2000-RESOLVE-TERM THRU 2000-RESOLVE-TERM-EXIT.
001150     PERFORM 3000-PICK-VERSION THRU 3000-PICK-VERSION-EXIT.
001160     GOBACK.

001170******************************************************************
001180* 1000-LOAD-SCALE - EVERY GRDSCALE ENTRY INTO THE TABLE; THE
001190*                   STANDING SCALE WHEN THE FILE IS MISSING.
001200******************************************************************
001210 1000-LOAD-SCALE.
001220     CALL "BIZDATE" USING WS-BUSINESS-DATE.
001230     SET WS-SCALE-LOADED TO TRUE.
001240     MOVE ZERO TO WS-SCALE-COUNT.
001250     OPEN INPUT GRADE-SCALE.
001260     IF WS-SCALE-STATUS NOT = "00"
001270         DISPLAY "GRDVALUE - GRDSCALE NOT AVAILABLE, STATUS "
001280             WS-SCALE-STATUS ", STANDING SCALE USED"
001290         PERFORM 1200-LOAD-STANDING THRU 1200-LOAD-STANDING-EXIT
001300             VARYING WS-SCALE-SUB FROM 1 BY 1
001310             UNTIL WS-SCALE-SUB > 16
001320         GO TO 1000-LOAD-SCALE-EXIT
001330     END-IF.
001340     MOVE "N" TO WS-EOF-SWITCH.
001350     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-LOAD-ONE-ENTRY-EXIT
001360         UNTIL WS-EOF.
001370     CLOSE GRADE-SCALE.
001380 1000-LOAD-SCALE-EXIT.
001390     EXIT.

001400 1100-LOAD-ONE-ENTRY.
001410     READ GRADE-SCALE NEXT RECORD
001420         AT END
001430             SET WS-EOF TO TRUE
001440             GO TO 1100-LOAD-ONE-ENTRY-EXIT
001450     END-READ.
001460     IF WS-SCALE-STATUS NOT = "00"
001470         SET WS-EOF TO TRUE
001480         GO TO 1100-LOAD-ONE-ENTRY-EXIT
001490     END-IF.
001500     IF WS-SCALE-COUNT NOT < 200
001510         DISPLAY "GRDVALUE - GRDSCALE OVER 200 ENTRIES, "
001520             "REMAINDER IGNORED"
001530         SET WS-EOF TO TRUE
001540         GO TO 1100-LOAD-ONE-ENTRY-EXIT
001550     END-IF.
001560     ADD 1 TO WS-SCALE-COUNT.
001570     MOVE GS-GRADE TO WS-SC-GRADE (WS-SCALE-COUNT).
001580     MOVE GS-EFFECTIVE-DATE TO WS-SC-EFF-DATE (WS-SCALE-COUNT).
001590     MOVE GS-QUALITY-POINTS TO WS-SC-POINTS (WS-SCALE-COUNT).
001600     MOVE GS-GPA-FLAG TO WS-SC-GPA-FLAG (WS-SCALE-COUNT).
001610     MOVE GS-CREDIT-FLAG TO WS-SC-CREDIT-FLAG (WS-SCALE-COUNT).
001620     MOVE GS-PASS-FLAG TO WS-SC-PASS-FLAG (WS-SCALE-COUNT).
001630 1100-LOAD-ONE-ENTRY-EXIT.
001640     EXIT.

001650 1200-LOAD-STANDING.
001660     ADD 1 TO WS-SCALE-COUNT.
001670     MOVE WS-SD-GRADE (WS-SCALE-SUB)
001680         TO WS-SC-GRADE (WS-SCALE-COUNT).
001690     MOVE ZERO TO WS-SC-EFF-DATE (WS-SCALE-COUNT).
001700     MOVE WS-SD-POINTS (WS-SCALE-SUB)
001710         TO WS-SC-POINTS (WS-SCALE-COUNT).
001720     MOVE WS-SD-GPA-FLAG (WS-SCALE-SUB)
001730         TO WS-SC-GPA-FLAG (WS-SCALE-COUNT).
001740     MOVE WS-SD-CREDIT-FLAG (WS-SCALE-SUB)
001750         TO WS-SC-CREDIT-FLAG (WS-SCALE-COUNT).
001760     MOVE WS-SD-PASS-FLAG (WS-SCALE-SUB)
001770         TO WS-SC-PASS-FLAG (WS-SCALE-COUNT).
001780 1200-LOAD-STANDING-EXIT.
001790     EXIT.

001800******************************************************************
001810* 2000-RESOLVE-TERM - THE START DATE OF THE CALLER'S TERM, FROM
001820*                     THE CACHE OR TERMFILE; THE BUSINESS DATE
001830*                     FOR A BLANK OR UNKNOWN TERM.
001840******************************************************************
001850 2000-RESOLVE-TERM.
001860     MOVE WS-BUSINESS-DATE TO WS-TARGET-DATE.
001870     IF GV-TERM-CODE = SPACES
001880         GO TO 2000-RESOLVE-TERM-EXIT
001890     END-IF.
001900     PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
001910             UNTIL WS-TERM-SUB > WS-TERM-COUNT
001920         IF WS-TC-TERM-CODE (WS-TERM-SUB) = GV-TERM-CODE
001930             MOVE WS-TC-START-DATE (WS-TERM-SUB)
001940                 TO WS-TARGET-DATE
001950             GO TO 2000-RESOLVE-TERM-EXIT
001960         END-IF
001970     END-PERFORM.

001980     OPEN INPUT TERM-CONTROL.
001990     IF WS-TERM-STATUS NOT = "00"
002000         GO TO 2000-RESOLVE-TERM-EXIT
002010     END-IF.
002020     MOVE GV-TERM-CODE TO TM-TERM-CODE.
002030     READ TERM-CONTROL
002040         INVALID KEY
002050             CONTINUE
002060     END-READ.
002070     IF WS-TERM-STATUS = "00"
002080             AND TM-START-DATE IS NUMERIC
002090             AND TM-START-DATE > ZERO
002100         MOVE TM-START-DATE TO WS-TARGET-DATE
002110     END-IF.
002120     CLOSE TERM-CONTROL.
002130     IF WS-TERM-COUNT < 50
002140         ADD 1 TO WS-TERM-COUNT
002150         MOVE GV-TERM-CODE TO WS-TC-TERM-CODE (WS-TERM-COUNT)
002160         MOVE WS-TARGET-DATE TO WS-TC-START-DATE (WS-TERM-COUNT)
002170     END-IF.
002180 2000-RESOLVE-TERM-EXIT.
002190     EXIT.

002200******************************************************************
002210* 3000-PICK-VERSION - LATEST VERSION OF THE GRADE IN FORCE ON
002220*                     THE TARGET DATE, ELSE ITS EARLIEST ONE.
002230******************************************************************
002240 3000-PICK-VERSION.
002250     MOVE ZERO TO GV-QUALITY-POINTS.
002260     MOVE "N" TO GV-GPA-FLAG.
002270     MOVE "N" TO GV-CREDIT-FLAG.
002280     MOVE "N" TO GV-PASS-FLAG.
002290     SET GV-GRADE-UNKNOWN TO TRUE.
002300     MOVE ZERO TO WS-PICK-SUB.
002310     MOVE ZERO TO WS-EARLY-SUB.
002320     PERFORM VARYING WS-SCALE-SUB FROM 1 BY 1
002330             UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
002340         IF WS-SC-GRADE (WS-SCALE-SUB) = GV-GRADE
002350             IF WS-EARLY-SUB = ZERO
002360                     OR WS-SC-EFF-DATE (WS-SCALE-SUB)
002370                         < WS-SC-EFF-DATE (WS-EARLY-SUB)
002380                 MOVE WS-SCALE-SUB TO WS-EARLY-SUB
002390             END-IF
002400             IF WS-SC-EFF-DATE (WS-SCALE-SUB) NOT > WS-TARGET-DATE
002410                 IF WS-PICK-SUB = ZERO
002420                         OR WS-SC-EFF-DATE (WS-SCALE-SUB)
002430                             > WS-SC-EFF-DATE (WS-PICK-SUB)
002440                     MOVE WS-SCALE-SUB TO WS-PICK-SUB
002450                 END-IF
002460             END-IF
002470         END-IF
002480     END-PERFORM.
002490     IF WS-PICK-SUB = ZERO
002500         MOVE WS-EARLY-SUB TO WS-PICK-SUB
002510     END-IF.
002520     IF WS-PICK-SUB = ZERO
002530         GO TO 3000-PICK-VERSION-EXIT
002540     END-IF.
002550     SET GV-GRADE-FOUND TO TRUE.
002560     MOVE WS-SC-POINTS (WS-PICK-SUB) TO GV-QUALITY-POINTS.
002570     MOVE WS-SC-GPA-FLAG (WS-PICK-SUB) TO GV-GPA-FLAG.
002580     MOVE WS-SC-CREDIT-FLAG (WS-PICK-SUB) TO GV-CREDIT-FLAG.
002590     MOVE WS-SC-PASS-FLAG (WS-PICK-SUB) TO GV-PASS-FLAG.
002600 3000-PICK-VERSION-EXIT.
002610     EXIT.

002620 END PROGRAM GRDVALUE.
