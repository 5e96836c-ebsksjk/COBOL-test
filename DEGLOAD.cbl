000120*   CAN BE RERUN SAFELY.  PAIRS NAMING A MAJOR NOT ACTIVE ON THE
000130*   MAJOR-CODE REFERENCE FILE, OR A COURSE NOT ON THE CATALOG,
000140*   ARE REJECTED SO THE AUDIT NEVER CHASES A PHANTOM COURSE.
000141*   EACH PAIR CARRIES THE CATALOG YEAR OF THE SET IT BELONGS TO;
000142*   A DEPARTMENT LOADS A WHOLE NEW SET UNDER A NEW YEAR AND THE
000143*   EARLIER YEARS STAY ON FILE FOR THE STUDENTS HELD TO THEM
000144*   (REQVERS).  A PAIR WITH NO YEAR LOADS TO THE BASE SET, 0000.
000145*   THE REPORT ENDS WITH THE DIFFERENCES BETWEEN EACH SET LOADED
000146*   AND THE PRIOR YEAR'S SET FOR THE SAME MAJOR.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY.
000170*   2026-09-02  RO   ORIGINAL PROGRAM.
000173*   2026-10-15  RO   REQUIREMENTS KEPT BY CATALOG YEAR; EACH SET
000176*                    LOADED IS COMPARED WITH THE PRIOR YEAR'S.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEGLOAD.
000520 01  RI-REQUIREMENT-IN.
000530     05  RI-MAJOR-CODE        PIC X(04).
000540     05  RI-COURSE-CODE       PIC X(06).
000542     05  RI-CATALOG-YEAR      PIC X(04).
000544     05  RI-CATALOG-YEAR-N REDEFINES RI-CATALOG-YEAR
000546                              PIC 9(04).

000550 FD  REQUIREMENTS-FILE.
000560     COPY "degreq.cpy".
000650 01  WS-SWITCHES.
000660     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000670         88  WS-EOF           VALUE "Y".
000672     05  WS-REQ-EOF-SWITCH    PIC X(01) VALUE "N".
000674         88  WS-REQ-EOF       VALUE "Y".
000676     05  WS-SET-SEEN-SWITCH   PIC X(01) VALUE "N".
000678         88  WS-SET-SEEN      VALUE "Y".

000680 01  WS-FILE-STATUSES.
000690     05  WS-IN-STATUS         PIC X(02) VALUE "00".
000760     05  WS-RECORDS-ADDED     PIC 9(05) VALUE ZERO.
000770     05  WS-RECORDS-REPLACED  PIC 9(05) VALUE ZERO.
000780     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.
000782     05  WS-SET-IX            PIC 9(04) VALUE ZERO.
000784     05  WS-NEW-IX            PIC 9(04) VALUE ZERO.
000786     05  WS-OLD-IX            PIC 9(04) VALUE ZERO.
000788     05  WS-DIFF-COUNT        PIC 9(04) VALUE ZERO.

000790 01  WS-EDIT-COUNTERS.
000800     05  WS-READ-ED           PIC ZZZZ9.
000820     05  WS-REPLACED-ED       PIC ZZZZ9.
000830     05  WS-REJECTED-ED       PIC ZZZZ9.

000831 01  WS-REJECT-TEXT           PIC X(30).

000832 01  WS-LOAD-YEAR             PIC 9(04).
000833 01  WS-YEAR-TEXT             PIC X(04).
000834 01  WS-PRIOR-TEXT            PIC X(04).

000835*    EVERY MAJOR AND CATALOG YEAR TOUCHED BY THIS LOAD, FOR THE
000836*    DIFFERENCES SECTION OF THE REPORT.
000837 01  WS-SET-TABLE.
000838     05  WS-SET-COUNT         PIC 9(04) COMP VALUE ZERO.
000839     05  WS-SET-ENTRY OCCURS 100 TIMES.
000840         10  WS-SET-MAJOR     PIC X(04).
000841         10  WS-SET-YEAR      PIC 9(04).

000842*    THE TWO SETS BEING COMPARED - THE YEAR LOADED AND THE PRIOR
000843*    YEAR ON FILE - EACH IN COURSE ORDER AS DEGREQS HOLDS THEM.
000844 01  WS-COMPARE-FIELDS.
000845     05  WS-PRIOR-YEAR        PIC 9(04).
000846     05  WS-NEW-COUNT         PIC 9(04) COMP.
000847     05  WS-OLD-COUNT         PIC 9(04) COMP.
000848     05  WS-NEW-COURSE        PIC X(06) OCCURS 200 TIMES.
000849     05  WS-OLD-COURSE        PIC X(06) OCCURS 200 TIMES.
000850 01  WS-LIST-MAJOR            PIC X(04).
000851 01  WS-LIST-YEAR             PIC 9(04).
000852 01  WS-LIST-TARGET           PIC X(01).
000853     88  WS-LIST-NEW          VALUE "N".
000854     88  WS-LIST-OLD          VALUE "O".

000855 01  WS-REPORT-LINE           PIC X(80).

000860 PROCEDURE DIVISION.


001180     MOVE "DEGREE REQUIREMENTS LOAD REPORT" TO WS-REPORT-LINE.
001190     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001200     MOVE "MAJOR  YEAR  COURSE  ACTION" TO WS-REPORT-LINE.
001210     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001220     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
001310     IF RI-MAJOR-CODE = SPACES OR RI-COURSE-CODE = SPACES
001320         MOVE "BAD MAJOR OR COURSE" TO WS-REJECT-TEXT
001330         GO TO 2000-WRITE-OUTCOME
001331     END-IF.
001332     IF RI-CATALOG-YEAR = SPACES
001333         MOVE ZERO TO WS-LOAD-YEAR
001334     ELSE
001335         IF RI-CATALOG-YEAR-N IS NOT NUMERIC
001336             MOVE "BAD CATALOG YEAR" TO WS-REJECT-TEXT
001337             GO TO 2000-WRITE-OUTCOME
001338         END-IF
001339         MOVE RI-CATALOG-YEAR-N TO WS-LOAD-YEAR
001340     END-IF.
001341     IF WS-LOAD-YEAR = ZERO
001342         MOVE "BASE" TO WS-YEAR-TEXT
001343     ELSE
001344         MOVE WS-LOAD-YEAR TO WS-YEAR-TEXT
001345     END-IF.

001346     MOVE RI-MAJOR-CODE TO MJ-MAJOR-CODE.
001360     READ MAJOR-REFERENCE
001370         INVALID KEY
001380             MOVE "MAJOR NOT ON REFERENCE" TO WS-REJECT-TEXT
001580         ADD 1 TO WS-RECORDS-REJECTED
001590         STRING RI-MAJOR-CODE    DELIMITED BY SIZE
001600                "   "            DELIMITED BY SIZE
001603                RI-CATALOG-YEAR  DELIMITED BY SIZE
001606                "  "             DELIMITED BY SIZE
001610                RI-COURSE-CODE   DELIMITED BY SIZE
001620                "  REJECTED - "  DELIMITED BY SIZE
001630                WS-REJECT-TEXT   DELIMITED BY SIZE
001670     END-IF.

001680     MOVE RI-MAJOR-CODE TO DQ-MAJOR-CODE.
001685     MOVE WS-LOAD-YEAR TO DQ-CATALOG-YEAR.
001690     MOVE RI-COURSE-CODE TO DQ-COURSE-CODE.
001700     MOVE RH-RUN-DATE TO DQ-LOAD-DATE.
001710     WRITE DQ-REQUIREMENT-RECORD
001740             ADD 1 TO WS-RECORDS-REPLACED
001750             STRING RI-MAJOR-CODE  DELIMITED BY SIZE
001760                    "   "          DELIMITED BY SIZE
001763                    WS-YEAR-TEXT   DELIMITED BY SIZE
001766                    "  "           DELIMITED BY SIZE
001770                    RI-COURSE-CODE DELIMITED BY SIZE
001780                    "  REPLACED"   DELIMITED BY SIZE
001790                 INTO WS-REPORT-LINE
001810             ADD 1 TO WS-RECORDS-ADDED
001820             STRING RI-MAJOR-CODE  DELIMITED BY SIZE
001830                    "   "          DELIMITED BY SIZE
001833                    WS-YEAR-TEXT   DELIMITED BY SIZE
001836                    "  "           DELIMITED BY SIZE
001840                    RI-COURSE-CODE DELIMITED BY SIZE
001850                    "  ADDED"      DELIMITED BY SIZE
001860                 INTO WS-REPORT-LINE
001870     END-WRITE.
001880     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001885     PERFORM 2200-NOTE-SET THRU 2200-NOTE-SET-EXIT.

001890 2000-NEXT-PAIR.
001900     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
001990             SET WS-EOF TO TRUE
002000     END-READ.
002010 2100-READ-PAIR-EXIT.
002011     EXIT.

002012******************************************************************
002013* 2200-NOTE-SET - REMEMBER THE MAJOR AND CATALOG YEAR JUST
002014*                 LOADED, ONCE EACH, FOR THE DIFFERENCES SECTION.
002015******************************************************************
002016 2200-NOTE-SET.
002017     PERFORM VARYING WS-SET-IX FROM 1 BY 1
002018             UNTIL WS-SET-IX > WS-SET-COUNT
002019         IF WS-SET-MAJOR (WS-SET-IX) = DQ-MAJOR-CODE
002020                 AND WS-SET-YEAR (WS-SET-IX) = DQ-CATALOG-YEAR
002021             GO TO 2200-NOTE-SET-EXIT
002022         END-IF
002023     END-PERFORM.
002024     IF WS-SET-COUNT < 100
002025         ADD 1 TO WS-SET-COUNT
002026         MOVE DQ-MAJOR-CODE TO WS-SET-MAJOR (WS-SET-COUNT)
002027         MOVE DQ-CATALOG-YEAR TO WS-SET-YEAR (WS-SET-COUNT)
002028     END-IF.
002029 2200-NOTE-SET-EXIT.
002030     EXIT.

002031******************************************************************
002040* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
002050******************************************************************
002060 3000-FINISH.
002200         INTO WS-REPORT-LINE.
002210     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

002211     IF WS-SET-COUNT > ZERO
002212         MOVE SPACES TO WS-REPORT-LINE
002213         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002214         MOVE "CATALOG-YEAR DIFFERENCES" TO WS-REPORT-LINE
002215         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002216         PERFORM 3100-COMPARE-SET THRU 3100-COMPARE-SET-EXIT
002217             VARYING WS-SET-IX FROM 1 BY 1
002218             UNTIL WS-SET-IX > WS-SET-COUNT
002219     END-IF.

002220     CLOSE REQUIREMENT-IN.
002230     CLOSE REQUIREMENTS-FILE.
002240     CLOSE MAJOR-REFERENCE.
002320 3000-FINISH-EXIT.
002330     EXIT.

002340******************************************************************
002350* 3100-COMPARE-SET - LIST WHAT CHANGED BETWEEN ONE SET LOADED
002360*                    AND THE GREATEST EARLIER YEAR'S SET FOR THE
002370*                    SAME MAJOR.
002380******************************************************************
002390 3100-COMPARE-SET.
002400     MOVE WS-SET-MAJOR (WS-SET-IX) TO WS-LIST-MAJOR.
002410     MOVE WS-SET-YEAR (WS-SET-IX) TO WS-LIST-YEAR.
002420     IF WS-LIST-YEAR = ZERO
002430         MOVE "BASE" TO WS-YEAR-TEXT
002440     ELSE
002450         MOVE WS-LIST-YEAR TO WS-YEAR-TEXT
002460     END-IF.
002470     PERFORM 3200-FIND-PRIOR THRU 3200-FIND-PRIOR-EXIT.

002480     MOVE SPACES TO WS-REPORT-LINE.
002490     IF NOT WS-SET-SEEN
002500         STRING "MAJOR "                DELIMITED BY SIZE
002510                WS-LIST-MAJOR           DELIMITED BY SIZE
002520                "  CATALOG YEAR "       DELIMITED BY SIZE
002530                WS-YEAR-TEXT            DELIMITED BY SIZE
002540                "  (FIRST CATALOG YEAR ON FILE)"
002550                                        DELIMITED BY SIZE
002560             INTO WS-REPORT-LINE
002570         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002580         GO TO 3100-COMPARE-SET-EXIT
002590     END-IF.
002600     IF WS-PRIOR-YEAR = ZERO
002610         MOVE "BASE" TO WS-PRIOR-TEXT
002620     ELSE
002630         MOVE WS-PRIOR-YEAR TO WS-PRIOR-TEXT
002640     END-IF.
002650     STRING "MAJOR "                DELIMITED BY SIZE
002660            WS-LIST-MAJOR           DELIMITED BY SIZE
002670            "  CATALOG YEAR "       DELIMITED BY SIZE
002680            WS-YEAR-TEXT            DELIMITED BY SIZE
002690            "  AGAINST "            DELIMITED BY SIZE
002700            WS-PRIOR-TEXT           DELIMITED BY SIZE
002710         INTO WS-REPORT-LINE.
002720     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

002730     SET WS-LIST-NEW TO TRUE.
002740     PERFORM 3300-LOAD-LIST THRU 3300-LOAD-LIST-EXIT.
002750     MOVE WS-PRIOR-YEAR TO WS-LIST-YEAR.
002760     SET WS-LIST-OLD TO TRUE.
002770     PERFORM 3300-LOAD-LIST THRU 3300-LOAD-LIST-EXIT.

002780     MOVE ZERO TO WS-DIFF-COUNT.
002790     MOVE 1 TO WS-NEW-IX.
002800     MOVE 1 TO WS-OLD-IX.
002810     PERFORM 3400-MATCH-COURSE THRU 3400-MATCH-COURSE-EXIT
002820         UNTIL WS-NEW-IX > WS-NEW-COUNT
002830           AND WS-OLD-IX > WS-OLD-COUNT.
002840     IF WS-DIFF-COUNT = ZERO
002850         MOVE "  (NO DIFFERENCES)" TO WS-REPORT-LINE
002860         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
002870     END-IF.
002880 3100-COMPARE-SET-EXIT.
002890     EXIT.

002900******************************************************************
002910* 3200-FIND-PRIOR - WALK THE MAJOR'S SETS FROM THE BASE YEAR UP,
002920*                   KEEPING THE LAST YEAR BELOW THE ONE LOADED.
002930******************************************************************
002940 3200-FIND-PRIOR.
002950     MOVE "N" TO WS-SET-SEEN-SWITCH.
002960     MOVE ZERO TO WS-PRIOR-YEAR.
002970     MOVE "N" TO WS-REQ-EOF-SWITCH.
002980     MOVE WS-LIST-MAJOR TO DQ-MAJOR-CODE.
002990     MOVE ZERO TO DQ-CATALOG-YEAR.
003000     MOVE LOW-VALUES TO DQ-COURSE-CODE.
003010     START REQUIREMENTS-FILE KEY IS NOT LESS THAN DQ-REQ-KEY
003020         INVALID KEY
003030             SET WS-REQ-EOF TO TRUE
003040     END-START.
003050     PERFORM 3210-PRIOR-ENTRY THRU 3210-PRIOR-ENTRY-EXIT
003060         UNTIL WS-REQ-EOF.
003070 3200-FIND-PRIOR-EXIT.
003080     EXIT.

003090 3210-PRIOR-ENTRY.
003100     READ REQUIREMENTS-FILE NEXT RECORD
003110         AT END
003120             SET WS-REQ-EOF TO TRUE
003130             GO TO 3210-PRIOR-ENTRY-EXIT
003140     END-READ.
003150     IF WS-REQ-STATUS NOT = "00"
003160             OR DQ-MAJOR-CODE NOT = WS-LIST-MAJOR
003170             OR DQ-CATALOG-YEAR NOT < WS-LIST-YEAR
003180         SET WS-REQ-EOF TO TRUE
003190         GO TO 3210-PRIOR-ENTRY-EXIT
003200     END-IF.
003210     MOVE DQ-CATALOG-YEAR TO WS-PRIOR-YEAR.
003220     SET WS-SET-SEEN TO TRUE.
003230 3210-PRIOR-ENTRY-EXIT.
003240     EXIT.

003250******************************************************************
003260* 3300-LOAD-LIST - READ ONE SET'S COURSES (WS-LIST-MAJOR AND
003270*                  WS-LIST-YEAR) INTO THE NEW OR OLD LIST.
003280******************************************************************
003290 3300-LOAD-LIST.
003300     IF WS-LIST-NEW
003310         MOVE ZERO TO WS-NEW-COUNT
003320     ELSE
003330         MOVE ZERO TO WS-OLD-COUNT
003340     END-IF.
003350     MOVE "N" TO WS-REQ-EOF-SWITCH.
003360     MOVE WS-LIST-MAJOR TO DQ-MAJOR-CODE.
003370     MOVE WS-LIST-YEAR TO DQ-CATALOG-YEAR.
003380     MOVE LOW-VALUES TO DQ-COURSE-CODE.
003390     START REQUIREMENTS-FILE KEY IS NOT LESS THAN DQ-REQ-KEY
003400         INVALID KEY
003410             SET WS-REQ-EOF TO TRUE
003420     END-START.
003430     PERFORM 3310-LIST-ENTRY THRU 3310-LIST-ENTRY-EXIT
003440         UNTIL WS-REQ-EOF.
003450 3300-LOAD-LIST-EXIT.
003460     EXIT.

003470 3310-LIST-ENTRY.
003480     READ REQUIREMENTS-FILE NEXT RECORD
003490         AT END
003500             SET WS-REQ-EOF TO TRUE
003510             GO TO 3310-LIST-ENTRY-EXIT
003520     END-READ.
003530     IF WS-REQ-STATUS NOT = "00"
003540             OR DQ-MAJOR-CODE NOT = WS-LIST-MAJOR
003550             OR DQ-CATALOG-YEAR NOT = WS-LIST-YEAR
003560         SET WS-REQ-EOF TO TRUE
003570         GO TO 3310-LIST-ENTRY-EXIT
003580     END-IF.
003590     IF WS-LIST-NEW
003600         IF WS-NEW-COUNT < 200
003610             ADD 1 TO WS-NEW-COUNT
003620             MOVE DQ-COURSE-CODE TO WS-NEW-COURSE (WS-NEW-COUNT)
003630         END-IF
003640     ELSE
003650         IF WS-OLD-COUNT < 200
003660             ADD 1 TO WS-OLD-COUNT
003670             MOVE DQ-COURSE-CODE TO WS-OLD-COURSE (WS-OLD-COUNT)
003680         END-IF
003690     END-IF.
003700 3310-LIST-ENTRY-EXIT.
003710     EXIT.

003720******************************************************************
003730* 3400-MATCH-COURSE - ONE STEP OF THE MERGE OF THE TWO LISTS.  A
003740*                     COURSE ONLY IN THE NEW SET WAS ADDED; ONE
003750*                     ONLY IN THE PRIOR SET WAS DROPPED.
003760******************************************************************
003770 3400-MATCH-COURSE.
003780     MOVE SPACES TO WS-REPORT-LINE.
003790     IF WS-OLD-IX > WS-OLD-COUNT
003800         GO TO 3400-COURSE-ADDED
003810     END-IF.
003820     IF WS-NEW-IX > WS-NEW-COUNT
003830         GO TO 3400-COURSE-DROPPED
003840     END-IF.
003850     IF WS-NEW-COURSE (WS-NEW-IX) = WS-OLD-COURSE (WS-OLD-IX)
003860         ADD 1 TO WS-NEW-IX
003870         ADD 1 TO WS-OLD-IX
003880         GO TO 3400-MATCH-COURSE-EXIT
003890     END-IF.
003900     IF WS-NEW-COURSE (WS-NEW-IX) > WS-OLD-COURSE (WS-OLD-IX)
003910         GO TO 3400-COURSE-DROPPED
003920     END-IF.

003930 3400-COURSE-ADDED.
003940     ADD 1 TO WS-DIFF-COUNT.
003950     STRING "  + "                    DELIMITED BY SIZE
003960            WS-NEW-COURSE (WS-NEW-IX) DELIMITED BY SIZE
003970            "  ADDED"                 DELIMITED BY SIZE
003980         INTO WS-REPORT-LINE.
003990     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
004000     ADD 1 TO WS-NEW-IX.
004010     GO TO 3400-MATCH-COURSE-EXIT.

004020 3400-COURSE-DROPPED.
004030     ADD 1 TO WS-DIFF-COUNT.
004040     STRING "  - "                    DELIMITED BY SIZE
004050            WS-OLD-COURSE (WS-OLD-IX) DELIMITED BY SIZE
004060            "  NO LONGER REQUIRED"    DELIMITED BY SIZE
004070         INTO WS-REPORT-LINE.
004080     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
004090     ADD 1 TO WS-OLD-IX.
004100 3400-MATCH-COURSE-EXIT.
004110     EXIT.

004120 END PROGRAM DEGLOAD.
