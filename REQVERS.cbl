000010******************************************************************
000020* PROGRAM-ID : REQVERS
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   REQUIREMENT-SET SERVICE.  THE ONE PLACE THAT SAYS WHICH
000090*   CATALOG YEAR'S DEGREE REQUIREMENTS A STUDENT IS HELD TO FOR
000100*   A MAJOR, MINOR, OR CONCENTRATION, SO A DEPARTMENT LOADING A
000110*   NEW YEAR'S SET NEVER MOVES THE GOALPOSTS FOR STUDENTS WHO
000120*   ENTERED UNDER AN EARLIER ONE.  THE STUDENT'S CATALOG YEAR
000130*   COMES FROM THE COHORT FILE (CO-CATALOG-YEAR, SET AT INTAKE
000140*   AND MOVED BY CATYMNT); A RECORD WRITTEN BEFORE THE FIELD
000150*   EXISTED TAKES THE ACADEMIC YEAR OF ITS ADMIT DATE, AND A
000160*   STUDENT WITH NO COHORT RECORD AT ALL TAKES YEAR 0000 - THE
000170*   RULES IN FORCE BEFORE CATALOG YEARS WERE KEPT.  THE SET
000180*   PICKED IS THE LATEST ONE ON DEGREQS FOR THE CODE WHOSE YEAR
000190*   IS ON OR BEFORE THE STUDENT'S (A STUDENT EARLIER THAN EVERY
000200*   SET TAKES THE EARLIEST ONE).  THE LAST STUDENT AND CODE
000210*   ASKED FOR ARE REMEMBERED, AS CRSVERS DOES.
000220*   A MAJOR THAT SUCCEEDED A RETIRED ONE (MJ-SUCCESSOR-CODE ON
000230*   THE RETIRED MAJORREF ENTRY, SET BY MAJRECOD) CARRIES ITS
000240*   PREDECESSOR'S SETS: WHEN THE CODE ASKED FOR HAS NO SET ON
000250*   OR BEFORE THE STUDENT'S YEAR, THE LATEST SUCH SET OF A
000260*   RETIRED PREDECESSOR IS USED, SO A STUDENT RECODED OUT OF A
000270*   RETIRED MAJOR IS STILL HELD TO THE RULES THEY ENTERED UNDER.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY.
000300*   2026-10-15  RO   ORIGINAL PROGRAM.
000310*   2026-10-15  RO   RETIRED PREDECESSOR'S SET USED WHEN THE
000320*                    SUCCESSOR MAJOR HAS NONE IN FORCE.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    REQVERS.
000360 AUTHOR.        R. OKONKWO.
000370 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000380 DATE-WRITTEN.  2026-10-15.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT COHORT-FILE ASSIGN TO "COHORT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CO-STUDENT-ID
000470         FILE STATUS IS WS-COH-STATUS.

000480     SELECT REQUIREMENTS-FILE ASSIGN TO "DEGREQS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DQ-REQ-KEY
000520         FILE STATUS IS WS-REQ-STATUS.

000530     SELECT MAJOR-REFERENCE ASSIGN TO "MAJORREF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS MJ-MAJOR-CODE
000570         FILE STATUS IS WS-REF-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  COHORT-FILE.
000610     COPY "cohort.cpy".

000620 FD  REQUIREMENTS-FILE.
000630     COPY "degreq.cpy".

000640 FD  MAJOR-REFERENCE.
000650     COPY "mjrrec.cpy".

000660 WORKING-STORAGE SECTION.
000670 01  WS-COH-STATUS            PIC X(02) VALUE "00".
000680 01  WS-REQ-STATUS            PIC X(02) VALUE "00".
000690 01  WS-REF-STATUS            PIC X(02) VALUE "00".
000700 01  WS-OPENED-SWITCH         PIC X(01) VALUE "N".
000710     88  WS-FILES-OPENED      VALUE "Y".
000720 01  WS-COH-SWITCH            PIC X(01) VALUE "N".
000730     88  WS-COH-OPEN          VALUE "Y".
000740 01  WS-REQ-SWITCH            PIC X(01) VALUE "N".
000750     88  WS-REQ-OPEN          VALUE "Y".
000760 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000770     88  WS-EOF               VALUE "Y".
000780 01  WS-REF-EOF-SWITCH        PIC X(01) VALUE "N".
000790     88  WS-REF-EOF           VALUE "Y".

000800*    RETIRED MAJORS AND THE ACTIVE MAJOR THAT NOW CARRIES THEM -
000810*    A CHAIN OF RETIREMENTS IS FOLLOWED TO ITS END WHEN TABLED.
000820 01  WS-PRED-TABLE.
000830     05  WS-PRED-ENTRY OCCURS 200 TIMES.
000840         10  WS-PRED-RETIRED  PIC X(04).
000850         10  WS-PRED-CURRENT  PIC X(04).
000860 77  WS-PRED-COUNT            PIC 9(03) COMP VALUE ZERO.
000870 77  WS-PRED-MAX              PIC 9(03) COMP VALUE 200.
000880 77  WS-PRED-SUB              PIC 9(03) COMP.
000890 77  WS-CHAIN-SUB             PIC 9(03) COMP.
000900 77  WS-HOP-COUNT             PIC 9(03) COMP.
000910 01  WS-HOP-SWITCH            PIC X(01).
000920     88  WS-HOP-TAKEN         VALUE "Y".

000930*    ONE WALK OF ONE CODE'S SETS.
000940 01  WS-WALK-CODE             PIC X(04).
000950 01  WS-WALK-YEAR             PIC 9(04).
000960 01  WS-WALK-FOUND-SWITCH     PIC X(01).
000970     88  WS-WALK-FOUND        VALUE "Y".
000980 01  WS-PRED-USED-SWITCH      PIC X(01).
000990     88  WS-PRED-USED         VALUE "Y".

001000*    ADMIT DATE BROKEN OUT FOR THE ACADEMIC-YEAR RULE.
001010 01  WS-ADMIT-DATE.
001020     05  WS-AD-YEAR           PIC 9(04).
001030     05  WS-AD-MONTH          PIC 9(02).
001040     05  WS-AD-DAY            PIC 9(02).

001050*    THE LAST QUESTIONS ASKED AND THEIR ANSWERS.
001060 01  WS-LAST-STUDENT          PIC 9(08) VALUE ZERO.
001070 01  WS-LAST-CATALOG-YEAR     PIC 9(04) VALUE ZERO.
001080 01  WS-LAST-SWITCH           PIC X(01) VALUE "N".
001090     88  WS-LAST-KNOWN        VALUE "Y".
001100 01  WS-LAST-MAJOR            PIC X(04) VALUE HIGH-VALUES.
001110 01  WS-LAST-RESULT           PIC X(13).

001120 LINKAGE SECTION.
001130     COPY "reqvers.cpy".

001140 PROCEDURE DIVISION USING RV-REQUIREMENT-AREA.

001150******************************************************************
001160* 0000-MAINLINE - OPEN ONCE, ANSWER FROM THE LAST CALL WHEN THE
001170*                 QUESTION REPEATS, ELSE FIND THE STUDENT'S
001180*                 CATALOG YEAR AND PICK THE SET.
001190******************************************************************
001200 0000-MAINLINE.
001210     IF NOT WS-FILES-OPENED
001220         PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
001230     END-IF.
001240     IF WS-LAST-KNOWN
001250             AND RV-STUDENT-ID = WS-LAST-STUDENT
001260             AND RV-MAJOR-CODE = WS-LAST-MAJOR
001270         MOVE WS-LAST-RESULT TO RV-RESULT
001280         GOBACK
001290     END-IF.
001300     IF NOT WS-LAST-KNOWN
001310             OR RV-STUDENT-ID NOT = WS-LAST-STUDENT
001320         PERFORM 2000-CATALOG-YEAR THRU 2000-CATALOG-YEAR-EXIT
001330     END-IF.
001340     MOVE WS-LAST-CATALOG-YEAR TO RV-CATALOG-YEAR.
001350     PERFORM 3000-PICK-SET THRU 3000-PICK-SET-EXIT.
001360     SET WS-LAST-KNOWN TO TRUE.
001370     MOVE RV-MAJOR-CODE TO WS-LAST-MAJOR.
001380     MOVE RV-RESULT TO WS-LAST-RESULT.
001390     GOBACK.

001400******************************************************************
001410* 1000-OPEN-FILES - COHORT AND DEGREQS STAY OPEN FOR THE RUN;
001420*                   EITHER MAY BE MISSING.
001430******************************************************************
001440 1000-OPEN-FILES.
001450     SET WS-FILES-OPENED TO TRUE.
001460     OPEN INPUT COHORT-FILE.
001470     IF WS-COH-STATUS = "00"
001480         SET WS-COH-OPEN TO TRUE
001490     ELSE
001500         DISPLAY "REQVERS - COHORT NOT AVAILABLE, STATUS "
001510             WS-COH-STATUS ", CATALOG YEAR 0000 USED"
001520     END-IF.
001530     OPEN INPUT REQUIREMENTS-FILE.
001540     IF WS-REQ-STATUS = "00"
001550         SET WS-REQ-OPEN TO TRUE
001560     ELSE
001570         DISPLAY "REQVERS - DEGREQS NOT AVAILABLE, STATUS "
001580             WS-REQ-STATUS
001590     END-IF.
001600     OPEN INPUT MAJOR-REFERENCE.
001610     IF WS-REF-STATUS = "00"
001620         PERFORM 1100-TABLE-RETIRED THRU 1100-TABLE-RETIRED-EXIT
001630         CLOSE MAJOR-REFERENCE
001640     END-IF.
001650 1000-OPEN-FILES-EXIT.
001660     EXIT.

001670******************************************************************
001680* 1100-TABLE-RETIRED - TABLE EVERY INACTIVE MAJOR THAT NAMES A
001690*                      SUCCESSOR, THEN CARRY EACH ONE FORWARD TO
001700*                      THE END OF ITS CHAIN.
001710******************************************************************
001720 1100-TABLE-RETIRED.
001730     MOVE LOW-VALUES TO MJ-MAJOR-CODE.
001740     START MAJOR-REFERENCE KEY IS NOT LESS THAN MJ-MAJOR-CODE
001750         INVALID KEY
001760             SET WS-REF-EOF TO TRUE
001770     END-START.
001780     PERFORM 1110-TABLE-ONE THRU 1110-TABLE-ONE-EXIT
001790         UNTIL WS-REF-EOF.
001800     PERFORM 1120-FOLLOW-CHAIN THRU 1120-FOLLOW-CHAIN-EXIT
001810         VARYING WS-PRED-SUB FROM 1 BY 1
001820         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
001830 1100-TABLE-RETIRED-EXIT.
001840     EXIT.

001850 1110-TABLE-ONE.
001860     READ MAJOR-REFERENCE NEXT RECORD
001870         AT END
001880             SET WS-REF-EOF TO TRUE
001890             GO TO 1110-TABLE-ONE-EXIT
001900     END-READ.
001910     IF WS-REF-STATUS NOT = "00"
001920         SET WS-REF-EOF TO TRUE
001930         GO TO 1110-TABLE-ONE-EXIT
001940     END-IF.
001950     IF NOT MJ-INACTIVE OR MJ-SUCCESSOR-CODE = SPACES
001960         GO TO 1110-TABLE-ONE-EXIT
001970     END-IF.
001980     IF WS-PRED-COUNT NOT < WS-PRED-MAX
001990         DISPLAY "REQVERS - RETIRED-MAJOR TABLE FULL AT "
002000             MJ-MAJOR-CODE
002010         SET WS-REF-EOF TO TRUE
002020         GO TO 1110-TABLE-ONE-EXIT
002030     END-IF.
002040     ADD 1 TO WS-PRED-COUNT.
002050     MOVE MJ-MAJOR-CODE TO WS-PRED-RETIRED (WS-PRED-COUNT).
002060     MOVE MJ-SUCCESSOR-CODE TO WS-PRED-CURRENT (WS-PRED-COUNT).
002070 1110-TABLE-ONE-EXIT.
002080     EXIT.

002090******************************************************************
002100* 1120-FOLLOW-CHAIN - WHILE AN ENTRY'S SUCCESSOR WAS ITSELF
002110*                     RETIRED, MOVE IT ON; THE HOP LIMIT STOPS A
002120*                     MIS-KEYED LOOP.
002130******************************************************************
002140 1120-FOLLOW-CHAIN.
002150     MOVE ZERO TO WS-HOP-COUNT.
002160     MOVE "Y" TO WS-HOP-SWITCH.
002170     PERFORM 1130-ONE-HOP THRU 1130-ONE-HOP-EXIT
002180         UNTIL NOT WS-HOP-TAKEN
002190            OR WS-HOP-COUNT > WS-PRED-COUNT.
002200 1120-FOLLOW-CHAIN-EXIT.
002210     EXIT.

002220 1130-ONE-HOP.
002230     MOVE "N" TO WS-HOP-SWITCH.
002240     ADD 1 TO WS-HOP-COUNT.
002250     PERFORM 1140-MATCH-HOP THRU 1140-MATCH-HOP-EXIT
002260         VARYING WS-CHAIN-SUB FROM 1 BY 1
002270         UNTIL WS-CHAIN-SUB > WS-PRED-COUNT
002280            OR WS-HOP-TAKEN.
002290 1130-ONE-HOP-EXIT.
002300     EXIT.

002310 1140-MATCH-HOP.
002320     IF WS-PRED-RETIRED (WS-CHAIN-SUB)
002330             = WS-PRED-CURRENT (WS-PRED-SUB)
002340         MOVE WS-PRED-CURRENT (WS-CHAIN-SUB)
002350             TO WS-PRED-CURRENT (WS-PRED-SUB)
002360         SET WS-HOP-TAKEN TO TRUE
002370     END-IF.
002380 1140-MATCH-HOP-EXIT.
002390     EXIT.

002400******************************************************************
002410* 2000-CATALOG-YEAR - THE STUDENT'S CATALOG YEAR FROM THE COHORT
002420*                     RECORD, ELSE FROM ITS ADMIT DATE, ELSE 0000.
002430******************************************************************
002440 2000-CATALOG-YEAR.
002450     MOVE RV-STUDENT-ID TO WS-LAST-STUDENT.
002460     MOVE ZERO TO WS-LAST-CATALOG-YEAR.
002470     IF NOT WS-COH-OPEN
002480         GO TO 2000-CATALOG-YEAR-EXIT
002490     END-IF.
002500     MOVE RV-STUDENT-ID TO CO-STUDENT-ID.
002510     READ COHORT-FILE
002520         INVALID KEY
002530             GO TO 2000-CATALOG-YEAR-EXIT
002540     END-READ.
002550     IF WS-COH-STATUS NOT = "00"
002560         GO TO 2000-CATALOG-YEAR-EXIT
002570     END-IF.
002580     IF CO-CATALOG-YEAR IS NUMERIC AND CO-CATALOG-YEAR > ZERO
002590         MOVE CO-CATALOG-YEAR TO WS-LAST-CATALOG-YEAR
002600         GO TO 2000-CATALOG-YEAR-EXIT
002610     END-IF.
002620     IF CO-ADMIT-DATE IS NUMERIC AND CO-ADMIT-DATE > ZERO
002630         MOVE CO-ADMIT-DATE TO WS-ADMIT-DATE
002640         MOVE WS-AD-YEAR TO WS-LAST-CATALOG-YEAR
002650         IF WS-AD-MONTH < 07
002660             SUBTRACT 1 FROM WS-LAST-CATALOG-YEAR
002670         END-IF
002680     END-IF.
002690 2000-CATALOG-YEAR-EXIT.
002700     EXIT.

002710******************************************************************
002720* 3000-PICK-SET - THE CODE'S OWN SET IN FORCE FOR THE STUDENT'S
002730*                 YEAR; FAILING THAT, A RETIRED PREDECESSOR'S;
002740*                 FAILING THAT, THE CODE'S EARLIEST SET.
002750******************************************************************
002760 3000-PICK-SET.
002770     MOVE ZERO TO RV-REQUIREMENT-YEAR.
002780     SET RV-NO-SET TO TRUE.
002790     MOVE RV-MAJOR-CODE TO RV-REQUIREMENT-CODE.
002800     IF NOT WS-REQ-OPEN
002810         GO TO 3000-PICK-SET-EXIT
002820     END-IF.
002830     MOVE RV-MAJOR-CODE TO WS-WALK-CODE.
002840     PERFORM 3100-WALK-SETS THRU 3100-WALK-SETS-EXIT.
002850     IF WS-WALK-FOUND
002860         MOVE WS-WALK-YEAR TO RV-REQUIREMENT-YEAR
002870         SET RV-SET-FOUND TO TRUE
002880     END-IF.
002890     IF RV-SET-FOUND
002900             AND RV-REQUIREMENT-YEAR NOT > RV-CATALOG-YEAR
002910         GO TO 3000-PICK-SET-EXIT
002920     END-IF.
002930     MOVE "N" TO WS-PRED-USED-SWITCH.
002940     PERFORM 3300-TRY-PREDECESSOR THRU 3300-TRY-PREDECESSOR-EXIT
002950         VARYING WS-PRED-SUB FROM 1 BY 1
002960         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
002970 3000-PICK-SET-EXIT.
002980     EXIT.

002990******************************************************************
003000* 3100-WALK-SETS - WALK WS-WALK-CODE'S SETS IN YEAR ORDER,
003010*                  KEEPING THE LATEST YEAR NOT AFTER THE
003020*                  STUDENT'S; THE FIRST SET SEEN IS THE EARLIEST,
003030*                  KEPT WHEN NONE IS.
003040******************************************************************
003050 3100-WALK-SETS.
003060     MOVE ZERO TO WS-WALK-YEAR.
003070     MOVE "N" TO WS-WALK-FOUND-SWITCH.
003080     MOVE WS-WALK-CODE TO DQ-MAJOR-CODE.
003090     MOVE ZERO TO DQ-CATALOG-YEAR.
003100     MOVE LOW-VALUES TO DQ-COURSE-CODE.
003110     START REQUIREMENTS-FILE KEY IS NOT LESS THAN DQ-REQ-KEY
003120         INVALID KEY
003130             GO TO 3100-WALK-SETS-EXIT
003140     END-START.
003150     MOVE "N" TO WS-EOF-SWITCH.
003160     PERFORM 3200-WEIGH-ONE-ENTRY THRU 3200-WEIGH-ONE-ENTRY-EXIT
003170         UNTIL WS-EOF.
003180 3100-WALK-SETS-EXIT.
003190     EXIT.

003200******************************************************************
003210* 3200-WEIGH-ONE-ENTRY - READ THE NEXT REQUIREMENT OF THE CODE.
003220*                        ENTRIES COME IN YEAR ORDER, SO THE FIRST
003230*                        YEAR PAST THE STUDENT'S ENDS THE WALK
003240*                        ONCE A SET IS IN HAND.
003250******************************************************************
003260 3200-WEIGH-ONE-ENTRY.
003270     READ REQUIREMENTS-FILE NEXT RECORD
003280         AT END
003290             SET WS-EOF TO TRUE
003300             GO TO 3200-WEIGH-ONE-ENTRY-EXIT
003310     END-READ.
003320     IF WS-REQ-STATUS NOT = "00"
003330             OR DQ-MAJOR-CODE NOT = WS-WALK-CODE
003340         SET WS-EOF TO TRUE
003350         GO TO 3200-WEIGH-ONE-ENTRY-EXIT
003360     END-IF.
003370     IF DQ-CATALOG-YEAR > RV-CATALOG-YEAR
003380         IF NOT WS-WALK-FOUND
003390             MOVE DQ-CATALOG-YEAR TO WS-WALK-YEAR
003400             SET WS-WALK-FOUND TO TRUE
003410         END-IF
003420         SET WS-EOF TO TRUE
003430         GO TO 3200-WEIGH-ONE-ENTRY-EXIT
003440     END-IF.
003450     MOVE DQ-CATALOG-YEAR TO WS-WALK-YEAR.
003460     SET WS-WALK-FOUND TO TRUE.
003470 3200-WEIGH-ONE-ENTRY-EXIT.
003480     EXIT.

003490******************************************************************
003500* 3300-TRY-PREDECESSOR - A RETIRED MAJOR NOW CARRIED BY THE CODE
003510*                        ASKED FOR: ITS SET IN FORCE FOR THE
003520*                        STUDENT'S YEAR WINS OVER THE CODE'S
003530*                        EARLIEST-SET FALLBACK, THE LATEST YEAR
003540*                        AMONG PREDECESSORS PREVAILING.
003550******************************************************************
003560 3300-TRY-PREDECESSOR.
003570     IF WS-PRED-CURRENT (WS-PRED-SUB) NOT = RV-MAJOR-CODE
003580         GO TO 3300-TRY-PREDECESSOR-EXIT
003590     END-IF.
003600     MOVE WS-PRED-RETIRED (WS-PRED-SUB) TO WS-WALK-CODE.
003610     PERFORM 3100-WALK-SETS THRU 3100-WALK-SETS-EXIT.
003620     IF NOT WS-WALK-FOUND
003630             OR WS-WALK-YEAR > RV-CATALOG-YEAR
003640         GO TO 3300-TRY-PREDECESSOR-EXIT
003650     END-IF.
003660     IF WS-PRED-USED
003670             AND WS-WALK-YEAR NOT > RV-REQUIREMENT-YEAR
003680         GO TO 3300-TRY-PREDECESSOR-EXIT
003690     END-IF.
003700     MOVE WS-WALK-YEAR TO RV-REQUIREMENT-YEAR.
003710     MOVE WS-WALK-CODE TO RV-REQUIREMENT-CODE.
003720     SET RV-SET-FOUND TO TRUE.
003730     SET WS-PRED-USED TO TRUE.
003740 3300-TRY-PREDECESSOR-EXIT.
003750     EXIT.

003760 END PROGRAM REQVERS.
