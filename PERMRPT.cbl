000010******************************************************************
000020* PROGRAM-ID : PERMRPT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   END-OF-TERM REGISTRATION OVERRIDE REPORT.  FOR THE TERM ON
000090*   THE PERMPARM PARAMETER, LISTS EVERY OVERRIDE PERMIT
000100*   (PERMMNT) BY THE COURSE'S DEPARTMENT (CATALOG VERSION IN
000110*   FORCE FOR THE TERM, CRSVERS) AND THE GRANTING INSTRUCTOR,
000120*   WITH THE CHECKS IT WAIVED, THE CHECKS ENRLBAT ACTUALLY
000130*   TOOK AN ADD PAST ON IT AND WHEN, AND WHETHER IT IS STILL
000140*   ACTIVE, REVOKED OR EXPIRED.  PERMITS AND OVERRIDES USED
000150*   ARE SUBTOTALLED PER INSTRUCTOR AND DEPARTMENT, WITH RUN
000160*   TOTALS BY OVERRIDE TYPE.  NO USABLE PARAMETER OR PERMIT
000170*   FILE IS FATAL (RC 8).
000173*   A TERM ON PERMPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000176*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-10-15  RO   ORIGINAL PROGRAM.
000202*   2026-10-15  RO   A BLANK OR MISSING PERMPARM TERM TAKES THE
000204*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000206*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000208*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    PERMRPT.
000240 AUTHOR.        R. OKONKWO.
000250 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000260 DATE-WRITTEN.  2026-10-15.
000270 DATE-COMPILED.

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PERMIT-PARM ASSIGN TO "PERMPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PARM-STATUS.

000340     SELECT PERMIT-FILE ASSIGN TO "PERMITS"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PX-PERMIT-KEY
000380         FILE STATUS IS WS-PERM-STATUS.

000390     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS IN-INSTRUCTOR-ID
000430         FILE STATUS IS WS-INS-STATUS.

000440     SELECT PERMIT-RPT ASSIGN TO "PERMRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.

000470     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PERMIT-PARM.
000510 01  PA-PARM-RECORD.
000520     05  PA-TERM-CODE         PIC X(05).

000530 FD  PERMIT-FILE.
000540     COPY "permit.cpy".

000550 FD  INSTRUCTOR-MASTER.
000560     COPY "instrec.cpy".

000570 FD  PERMIT-RPT.
000580 01  PR-REPORT-LINE           PIC X(80).

000590 SD  SORT-WORK.
000600 01  SW-SORT-RECORD.
000610     05  SW-DEPARTMENT        PIC X(04).
000620     05  SW-GRANTED-BY        PIC X(05).
000630     05  SW-COURSE-CODE       PIC X(06).
000640     05  SW-SECTION           PIC X(02).
000650     05  SW-STUDENT-ID        PIC 9(08).
000660     05  SW-INSTRUCTOR-NAME   PIC X(20).
000670     05  SW-OVERRIDES         PIC X(04).
000680     05  SW-USED-OVERRIDES    PIC X(04).
000690     05  SW-USED-DATE         PIC 9(08).
000700     05  SW-STATUS-TEXT       PIC X(08).

000710 WORKING-STORAGE SECTION.
000720     COPY "runhdr.cpy".

000723*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000726     COPY "runparm.cpy".

000730 01  WS-SWITCHES.
000740     05  WS-PERM-EOF-SWITCH   PIC X(01) VALUE "N".
000750         88  WS-PERM-EOF      VALUE "Y".
000760     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
000770         88  WS-SORT-EOF      VALUE "Y".
000780     05  WS-FATAL-SWITCH      PIC X(01) VALUE "N".
000790         88  WS-FATAL         VALUE "Y".
000800     05  WS-FIRST-BREAK-SWITCH
000810                              PIC X(01) VALUE "Y".
000820         88  WS-FIRST-BREAK   VALUE "Y".
000830     05  WS-INS-OPEN-SWITCH   PIC X(01) VALUE "N".
000840         88  WS-INS-FILE-OPEN VALUE "Y".

000850 01  WS-FILE-STATUSES.
000860     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000870     05  WS-PERM-STATUS       PIC X(02) VALUE "00".
000880     05  WS-INS-STATUS        PIC X(02) VALUE "00".
000890     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000900 01  WS-REPORT-TERM           PIC X(05).

000910 01  WS-COUNTERS COMP.
000920     05  WS-PERMITS-READ      PIC 9(06) VALUE ZERO.
000930     05  WS-PERMITS-LISTED    PIC 9(06) VALUE ZERO.
000940     05  WS-PERMITS-USED      PIC 9(06) VALUE ZERO.
000950     05  WS-INS-PERMITS       PIC 9(06) VALUE ZERO.
000960     05  WS-INS-USED          PIC 9(06) VALUE ZERO.
000970     05  WS-DEPT-PERMITS      PIC 9(06) VALUE ZERO.
000980     05  WS-DEPT-USED         PIC 9(06) VALUE ZERO.

000990*    OVERRIDE CODES IN PERMIT FLAG ORDER - PREREQUISITE,
001000*    CAPACITY, TIME CONFLICT, CROSS-CAMPUS - AND HOW OFTEN
001010*    EACH WAS ACTUALLY USED THIS TERM.
001020 01  WS-CODE-VALUES           PIC X(08) VALUE "PQCFTCCC".
001030 01  WS-CODE-TABLE REDEFINES WS-CODE-VALUES.
001040     05  WS-CODE              OCCURS 4 TIMES PIC X(02).
001050 01  WS-CODE-USED-TABLE.
001060     05  WS-CODE-USED         OCCURS 4 TIMES PIC 9(06) COMP.
001070 01  WS-CODE-SUB              PIC 9(01) COMP.

001080*    THE FLAGS BEING SPELLED OUT AS CODES, AND THE RESULT.
001090 01  WS-FLAG-SET.
001100     05  WS-FLAG              OCCURS 4 TIMES PIC X(01).
001110 01  WS-CODES-TEXT            PIC X(12).
001120 01  WS-CODES-PTR             PIC 9(02) COMP.
001130 01  WS-GRANTED-TEXT          PIC X(12).
001140 01  WS-USED-TEXT             PIC X(12).

001150*    THE DEPARTMENT AND INSTRUCTOR BEING PRINTED.
001160 01  WS-CUR-DEPARTMENT        PIC X(04).
001170 01  WS-CUR-GRANTED-BY        PIC X(05).

001180 01  WS-EDIT-FIELDS.
001190     05  WS-COUNT-ED          PIC ZZZZZ9.
001200     05  WS-USED-ED           PIC ZZZZZ9.

001210 01  WS-REPORT-LINE           PIC X(80).

001220*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
001230     COPY "crsvers.cpy".

001240 PROCEDURE DIVISION.

001250******************************************************************
001260* 0000-MAINLINE.
001270******************************************************************
001280 0000-MAINLINE.
001290     MOVE "PERMRPT" TO RH-PROGRAM-NAME.
001300     CALL "BIZDATE" USING RH-RUN-DATE.
001310     ACCEPT RH-RUN-TIME FROM TIME.
001320     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001330         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001350     IF NOT WS-FATAL
001360         SORT SORT-WORK
001370             ON ASCENDING KEY SW-DEPARTMENT
001380                              SW-GRANTED-BY
001390                              SW-COURSE-CODE
001400                              SW-SECTION
001410                              SW-STUDENT-ID
001420             INPUT PROCEDURE IS 2000-SELECT-PERMITS
001430                 THRU 2000-SELECT-PERMITS-EXIT
001440             OUTPUT PROCEDURE IS 2500-PRINT-PERMITS
001450                 THRU 2500-PRINT-PERMITS-EXIT
001460     END-IF.
001470     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001480     ACCEPT RH-RUN-TIME FROM TIME.
001490     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001500         RH-RUN-TIME.
001510     STOP RUN.

001520******************************************************************
001530* 1000-INITIALIZE - READ THE TERM PARAMETER AND OPEN FILES.
001540******************************************************************
001550 1000-INITIALIZE.
001560     OPEN OUTPUT PERMIT-RPT.
001570     MOVE ZERO TO WS-CODE-USED (1).
001580     MOVE ZERO TO WS-CODE-USED (2).
001590     MOVE ZERO TO WS-CODE-USED (3).
001600     MOVE ZERO TO WS-CODE-USED (4).

001607*    A TERM ON PERMPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001614*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001621*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001628     MOVE SPACES TO WS-REPORT-TERM.
001635     MOVE SPACES TO RK-EXPLICIT-TERM.
001642     OPEN INPUT PERMIT-PARM.
001649     IF WS-PARM-STATUS = "00"
001656         READ PERMIT-PARM
001663             AT END
001670                 MOVE SPACES TO PA-TERM-CODE
001677         END-READ
001684         MOVE PA-TERM-CODE TO RK-EXPLICIT-TERM
001691         CLOSE PERMIT-PARM
001698     END-IF.
001705     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001712     SET RK-GRADING-TERM TO TRUE.
001719     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001726     IF RK-TERM-VALID
001733         MOVE RK-TERM-CODE TO WS-REPORT-TERM
001740     END-IF.

001747     MOVE SPACES TO WS-REPORT-LINE.
001754     STRING "REGISTRATION OVERRIDE PERMITS - TERM "
001761                DELIMITED BY SIZE
001768            WS-REPORT-TERM DELIMITED BY SIZE
001775         INTO WS-REPORT-LINE.
001782     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
001789     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001796     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

001803     IF WS-REPORT-TERM = SPACES
001810         DISPLAY "PERMRPT: NO VALID TERM TO REPORT"
001817         SET WS-FATAL TO TRUE
001824         GO TO 1000-INITIALIZE-EXIT
001831     END-IF.

001870     OPEN INPUT PERMIT-FILE.
001880     IF WS-PERM-STATUS NOT = "00"
001890         MOVE "  PERMIT FILE NOT AVAILABLE" TO WS-REPORT-LINE
001900         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
001910         DISPLAY "PERMRPT: PERMITS NOT AVAILABLE, STATUS ",
001920             WS-PERM-STATUS
001930         SET WS-FATAL TO TRUE
001940         GO TO 1000-INITIALIZE-EXIT
001950     END-IF.

001960*    WITHOUT THE INSTRUCTOR MASTER THE LISTING STILL RUNS -
001970*    ONLY THE NAMES ARE MISSING.
001980     OPEN INPUT INSTRUCTOR-MASTER.
001990     IF WS-INS-STATUS = "00"
002000         SET WS-INS-FILE-OPEN TO TRUE
002010     END-IF.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.

002040******************************************************************
002050* 2000-SELECT-PERMITS - INPUT PROCEDURE: RELEASE EVERY PERMIT
002060*                       FOR THE TERM WITH ITS DEPARTMENT AND
002070*                       GRANTOR'S NAME.
002080******************************************************************
002090 2000-SELECT-PERMITS.
002100     PERFORM 2100-READ-PERMIT THRU 2100-READ-PERMIT-EXIT.
002110     PERFORM 2200-RELEASE-ONE THRU 2200-RELEASE-ONE-EXIT
002120         UNTIL WS-PERM-EOF.
002130 2000-SELECT-PERMITS-EXIT.
002140     EXIT.

002150 2100-READ-PERMIT.
002160     READ PERMIT-FILE NEXT RECORD
002170         AT END
002180             SET WS-PERM-EOF TO TRUE
002190     END-READ.
002200     IF WS-PERM-STATUS NOT = "00" AND NOT WS-PERM-EOF
002210         SET WS-PERM-EOF TO TRUE
002220     END-IF.
002230 2100-READ-PERMIT-EXIT.
002240     EXIT.

002250******************************************************************
002260* 2200-RELEASE-ONE - ONE PERMIT; OTHER TERMS ARE SKIPPED.
002270******************************************************************
002280 2200-RELEASE-ONE.
002290     ADD 1 TO WS-PERMITS-READ.
002300     IF PX-TERM-CODE NOT = WS-REPORT-TERM
002310         GO TO 2200-RELEASE-ONE-NEXT
002320     END-IF.

002330     MOVE PX-COURSE-CODE TO CQ-COURSE-CODE.
002340     MOVE PX-TERM-CODE TO CQ-TERM-CODE.
002350     CALL "CRSVERS" USING CQ-VERSION-AREA.
002360     MOVE CQ-DEPARTMENT TO SW-DEPARTMENT.
002370     IF CQ-COURSE-UNKNOWN
002380         MOVE "????" TO SW-DEPARTMENT
002390     END-IF.

002400     MOVE SPACES TO SW-INSTRUCTOR-NAME.
002410     IF WS-INS-FILE-OPEN
002420         MOVE PX-GRANTED-BY TO IN-INSTRUCTOR-ID
002430         READ INSTRUCTOR-MASTER
002440             INVALID KEY
002450                 MOVE "(NOT ON INSTMAST)" TO SW-INSTRUCTOR-NAME
002460         END-READ
002470         IF WS-INS-STATUS = "00"
002480             MOVE IN-INSTRUCTOR-NAME TO SW-INSTRUCTOR-NAME
002490         END-IF
002500     END-IF.

002510     MOVE PX-GRANTED-BY TO SW-GRANTED-BY.
002520     MOVE PX-COURSE-CODE TO SW-COURSE-CODE.
002530     MOVE PX-SECTION TO SW-SECTION.
002540     MOVE PX-STUDENT-ID TO SW-STUDENT-ID.
002550     MOVE PX-OVERRIDES TO SW-OVERRIDES.
002560     MOVE PX-USED-OVERRIDES TO SW-USED-OVERRIDES.
002570     MOVE PX-USED-DATE TO SW-USED-DATE.
002580     EVALUATE TRUE
002590         WHEN PX-REVOKED
002600             MOVE "REVOKED" TO SW-STATUS-TEXT
002610         WHEN PX-EXPIRE-DATE < RH-RUN-DATE
002620             MOVE "EXPIRED" TO SW-STATUS-TEXT
002630         WHEN OTHER
002640             MOVE "ACTIVE" TO SW-STATUS-TEXT
002650     END-EVALUATE.
002660     RELEASE SW-SORT-RECORD.

002670 2200-RELEASE-ONE-NEXT.
002680     PERFORM 2100-READ-PERMIT THRU 2100-READ-PERMIT-EXIT.
002690 2200-RELEASE-ONE-EXIT.
002700     EXIT.

002710******************************************************************
002720* 2500-PRINT-PERMITS - OUTPUT PROCEDURE: THE PERMITS BY
002730*                      DEPARTMENT AND INSTRUCTOR, SUBTOTALLED
002740*                      ON EACH BREAK.
002750******************************************************************
002760 2500-PRINT-PERMITS.
002770     PERFORM 2510-RETURN-PERMIT THRU 2510-RETURN-PERMIT-EXIT.
002780     PERFORM 2520-ONE-PERMIT THRU 2520-ONE-PERMIT-EXIT
002790         UNTIL WS-SORT-EOF.
002800     IF NOT WS-FIRST-BREAK
002810         PERFORM 2540-INSTRUCTOR-TOTAL
002820             THRU 2540-INSTRUCTOR-TOTAL-EXIT
002830         PERFORM 2550-DEPARTMENT-TOTAL
002840             THRU 2550-DEPARTMENT-TOTAL-EXIT
002850     END-IF.
002860 2500-PRINT-PERMITS-EXIT.
002870     EXIT.

002880 2510-RETURN-PERMIT.
002890     RETURN SORT-WORK
002900         AT END
002910             SET WS-SORT-EOF TO TRUE
002920     END-RETURN.
002930 2510-RETURN-PERMIT-EXIT.
002940     EXIT.

002950******************************************************************
002960* 2520-ONE-PERMIT - BREAK ON A NEW DEPARTMENT OR INSTRUCTOR AND
002970*                   PRINT ONE PERMIT.
002980******************************************************************
002990 2520-ONE-PERMIT.
003000     IF WS-FIRST-BREAK
003010             OR SW-DEPARTMENT NOT = WS-CUR-DEPARTMENT
003020         IF NOT WS-FIRST-BREAK
003030             PERFORM 2540-INSTRUCTOR-TOTAL
003040                 THRU 2540-INSTRUCTOR-TOTAL-EXIT
003050             PERFORM 2550-DEPARTMENT-TOTAL
003060                 THRU 2550-DEPARTMENT-TOTAL-EXIT
003070         END-IF
003080         MOVE "N" TO WS-FIRST-BREAK-SWITCH
003090         MOVE SW-DEPARTMENT TO WS-CUR-DEPARTMENT
003100         MOVE ZERO TO WS-DEPT-PERMITS
003110         MOVE ZERO TO WS-DEPT-USED
003120         MOVE SPACES TO WS-REPORT-LINE
003130         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
003140         STRING "DEPARTMENT " DELIMITED BY SIZE
003150                SW-DEPARTMENT DELIMITED BY SIZE
003160             INTO WS-REPORT-LINE
003170         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
003180         PERFORM 2530-INSTRUCTOR-HEAD
003190             THRU 2530-INSTRUCTOR-HEAD-EXIT
003200     END-IF.
003210     IF SW-GRANTED-BY NOT = WS-CUR-GRANTED-BY
003220         PERFORM 2540-INSTRUCTOR-TOTAL
003230             THRU 2540-INSTRUCTOR-TOTAL-EXIT
003240         PERFORM 2530-INSTRUCTOR-HEAD
003250             THRU 2530-INSTRUCTOR-HEAD-EXIT
003260     END-IF.

003270     ADD 1 TO WS-PERMITS-LISTED.
003280     ADD 1 TO WS-INS-PERMITS.
003290     ADD 1 TO WS-DEPT-PERMITS.
003300     MOVE SW-OVERRIDES TO WS-FLAG-SET.
003310     PERFORM 2600-SPELL-CODES THRU 2600-SPELL-CODES-EXIT.
003320     MOVE WS-CODES-TEXT TO WS-GRANTED-TEXT.
003330     MOVE SW-USED-OVERRIDES TO WS-FLAG-SET.
003340     PERFORM 2600-SPELL-CODES THRU 2600-SPELL-CODES-EXIT.
003350     MOVE WS-CODES-TEXT TO WS-USED-TEXT.
003360     IF SW-USED-DATE IS NUMERIC AND SW-USED-DATE > ZERO
003370         ADD 1 TO WS-PERMITS-USED
003380         ADD 1 TO WS-INS-USED
003390         ADD 1 TO WS-DEPT-USED
003400         PERFORM 2610-COUNT-CODE THRU 2610-COUNT-CODE-EXIT
003410             VARYING WS-CODE-SUB FROM 1 BY 1
003420             UNTIL WS-CODE-SUB > 4
003430     ELSE
003440         MOVE "NOT USED" TO WS-USED-TEXT
003450     END-IF.

003460     MOVE SPACES TO WS-REPORT-LINE.
003470     STRING "    "            DELIMITED BY SIZE
003480            SW-COURSE-CODE    DELIMITED BY SIZE
003490            " "               DELIMITED BY SIZE
003500            SW-SECTION        DELIMITED BY SIZE
003510            " "               DELIMITED BY SIZE
003520            SW-STUDENT-ID     DELIMITED BY SIZE
003530            "  "              DELIMITED BY SIZE
003540            WS-GRANTED-TEXT   DELIMITED BY SIZE
003550            WS-USED-TEXT      DELIMITED BY SIZE
003560         INTO WS-REPORT-LINE.
003570     IF SW-USED-DATE IS NUMERIC AND SW-USED-DATE > ZERO
003580         MOVE SW-USED-DATE TO WS-REPORT-LINE (50:8)
003590     END-IF.
003600     MOVE SW-STATUS-TEXT TO WS-REPORT-LINE (60:8).
003610     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
003620     PERFORM 2510-RETURN-PERMIT THRU 2510-RETURN-PERMIT-EXIT.
003630 2520-ONE-PERMIT-EXIT.
003640     EXIT.

003650******************************************************************
003660* 2530-INSTRUCTOR-HEAD - START A NEW GRANTING INSTRUCTOR.
003670******************************************************************
003680 2530-INSTRUCTOR-HEAD.
003690     MOVE SW-GRANTED-BY TO WS-CUR-GRANTED-BY.
003700     MOVE ZERO TO WS-INS-PERMITS.
003710     MOVE ZERO TO WS-INS-USED.
003720     MOVE SPACES TO WS-REPORT-LINE.
003730     STRING "  GRANTED BY "    DELIMITED BY SIZE
003740            SW-GRANTED-BY      DELIMITED BY SIZE
003750            "  "               DELIMITED BY SIZE
003760            SW-INSTRUCTOR-NAME DELIMITED BY SIZE
003770         INTO WS-REPORT-LINE.
003780     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
003790     MOVE SPACES TO WS-REPORT-LINE.
003800     STRING "    COURSE SC STUDENT   WAIVES      "
003810                DELIMITED BY SIZE
003820            "USED         ON        STATUS" DELIMITED BY SIZE
003830         INTO WS-REPORT-LINE.
003840     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
003850 2530-INSTRUCTOR-HEAD-EXIT.
003860     EXIT.

003870 2540-INSTRUCTOR-TOTAL.
003880     MOVE WS-INS-PERMITS TO WS-COUNT-ED.
003890     MOVE WS-INS-USED TO WS-USED-ED.
003900     MOVE SPACES TO WS-REPORT-LINE.
003910     STRING "  INSTRUCTOR "    DELIMITED BY SIZE
003920            WS-CUR-GRANTED-BY  DELIMITED BY SIZE
003930            " PERMITS:"        DELIMITED BY SIZE
003940            WS-COUNT-ED        DELIMITED BY SIZE
003950            "  USED:"          DELIMITED BY SIZE
003960            WS-USED-ED         DELIMITED BY SIZE
003970         INTO WS-REPORT-LINE.
003980     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
003990 2540-INSTRUCTOR-TOTAL-EXIT.
004000     EXIT.

004010 2550-DEPARTMENT-TOTAL.
004020     MOVE WS-DEPT-PERMITS TO WS-COUNT-ED.
004030     MOVE WS-DEPT-USED TO WS-USED-ED.
004040     MOVE SPACES TO WS-REPORT-LINE.
004050     STRING "DEPARTMENT "      DELIMITED BY SIZE
004060            WS-CUR-DEPARTMENT  DELIMITED BY SIZE
004070            " PERMITS:"        DELIMITED BY SIZE
004080            WS-COUNT-ED        DELIMITED BY SIZE
004090            "  USED:"          DELIMITED BY SIZE
004100            WS-USED-ED         DELIMITED BY SIZE
004110         INTO WS-REPORT-LINE.
004120     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004130 2550-DEPARTMENT-TOTAL-EXIT.
004140     EXIT.

004150******************************************************************
004160* 2600-SPELL-CODES - TURN A SET OF FOUR Y/SPACE OVERRIDE FLAGS
004170*                    INTO THEIR CODES (E.G. "PQ TC").
004180******************************************************************
004190 2600-SPELL-CODES.
004200     MOVE SPACES TO WS-CODES-TEXT.
004210     MOVE 1 TO WS-CODES-PTR.
004220     PERFORM 2620-SPELL-ONE THRU 2620-SPELL-ONE-EXIT
004230         VARYING WS-CODE-SUB FROM 1 BY 1
004240         UNTIL WS-CODE-SUB > 4.
004250 2600-SPELL-CODES-EXIT.
004260     EXIT.

004270 2610-COUNT-CODE.
004280     IF WS-FLAG (WS-CODE-SUB) = "Y"
004290         ADD 1 TO WS-CODE-USED (WS-CODE-SUB)
004300     END-IF.
004310 2610-COUNT-CODE-EXIT.
004320     EXIT.

004330 2620-SPELL-ONE.
004340     IF WS-FLAG (WS-CODE-SUB) = "Y"
004350         STRING WS-CODE (WS-CODE-SUB) DELIMITED BY SIZE
004360                " "                   DELIMITED BY SIZE
004370             INTO WS-CODES-TEXT WITH POINTER WS-CODES-PTR
004380     END-IF.
004390 2620-SPELL-ONE-EXIT.
004400     EXIT.

004410******************************************************************
004420* 3000-FINISH - RUN TOTALS, CLOSE FILES.
004430******************************************************************
004440 3000-FINISH.
004450     IF WS-FATAL
004460         MOVE 8 TO RETURN-CODE
004470         CLOSE PERMIT-RPT
004480         GO TO 3000-FINISH-EXIT
004490     END-IF.
004500     MOVE SPACES TO WS-REPORT-LINE.
004510     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004520     MOVE WS-PERMITS-READ TO WS-COUNT-ED.
004530     STRING "PERMITS ON FILE:   " DELIMITED BY SIZE
004540            WS-COUNT-ED DELIMITED BY SIZE
004550         INTO WS-REPORT-LINE.
004560     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004570     MOVE SPACES TO WS-REPORT-LINE.
004580     MOVE WS-PERMITS-LISTED TO WS-COUNT-ED.
004590     STRING "PERMITS FOR TERM:  " DELIMITED BY SIZE
004600            WS-COUNT-ED DELIMITED BY SIZE
004610         INTO WS-REPORT-LINE.
004620     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004630     MOVE SPACES TO WS-REPORT-LINE.
004640     MOVE WS-PERMITS-USED TO WS-COUNT-ED.
004650     STRING "PERMITS USED:      " DELIMITED BY SIZE
004660            WS-COUNT-ED DELIMITED BY SIZE
004670         INTO WS-REPORT-LINE.
004680     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004690     PERFORM 3100-CODE-LINE THRU 3100-CODE-LINE-EXIT
004700         VARYING WS-CODE-SUB FROM 1 BY 1
004710         UNTIL WS-CODE-SUB > 4.

004720     CLOSE PERMIT-FILE.
004730     IF WS-INS-FILE-OPEN
004740         CLOSE INSTRUCTOR-MASTER
004750     END-IF.
004760     CLOSE PERMIT-RPT.
004770     MOVE 0 TO RETURN-CODE.
004780 3000-FINISH-EXIT.
004790     EXIT.

004800 3100-CODE-LINE.
004810     MOVE WS-CODE-USED (WS-CODE-SUB) TO WS-COUNT-ED.
004820     MOVE SPACES TO WS-REPORT-LINE.
004830     STRING "  "                  DELIMITED BY SIZE
004840            WS-CODE (WS-CODE-SUB) DELIMITED BY SIZE
004850            " OVERRIDES USED: "   DELIMITED BY SIZE
004860            WS-COUNT-ED           DELIMITED BY SIZE
004870         INTO WS-REPORT-LINE.
004880     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
004890 3100-CODE-LINE-EXIT.
004900     EXIT.

004910 END PROGRAM PERMRPT.
