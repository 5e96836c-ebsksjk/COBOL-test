000090*   THE JOBSTEPS FILE (SEQUENCE, PROGRAM, DISPOSITION,
000100*   FREQUENCY, LAST-RUN DATE) AND RUNS EACH DUE STEP IN ORDER
000110*   BY DYNAMIC CALL, WRITING A STATUS RECORD AS EACH STEP
000113*   STARTS AND FINISHES WITH ITS RETURN CODE.  A STEP MARKED
000116*   SKIP IS RECORDED AS SKIPPED; A STEP ENDING WITH RETURN
000119*   CODE ABOVE 4 FAILS, AND EVERY LATER STEP THAT DEPENDS ON
000122*   IT IS RECORDED AS BYPASSED - BY DEFAULT A STEP DEPENDS ON
000125*   ALL THE STEPS BEFORE IT, BUT A STEP MAY LIST THE ONES IT
000128*   REALLY NEEDS SO AN UNRELATED BRANCH STILL RUNS.  WITH "R"
000131*   ON THE OPTIONAL DRVPARM PARAMETER THE RUN IS A RESTART:
000134*   THE FAILED NIGHT'S JOBSTAT IS READ BACK (IT MUST BE FOR
000137*   THE SAME BUSINESS DATE), STEPS THAT ALREADY FINISHED ARE
000140*   LEFT ALONE, THE FAILED STEP AND WHAT IT HELD BACK RUN,
000143*   AND THE NEW STATUS RECORDS ARE ADDED TO THE NIGHT'S
000146*   JOBSTAT.  TONIGHT'S SELECTION COMES FROM THE
000160*   STEP'S FREQUENCY (DAILY, A WEEKDAY, MONTH-END, TERM-END)
000170*   PLUS THE PROCCAL PROCESSING CALENDAR: ON A LISTED NO-RUN
000180*   DATE NOTHING RUNS AND EVERY STEP IS LOGGED "C"
000350*   2026-09-02  RO   DATEROLL IS EXEMPT FROM THE NO-RUN GATE
000360*                    SO THE BUSINESS DATE STILL ADVANCES
000370*                    ACROSS HOLIDAYS.
000372*   2026-10-15  RO   RESTART FROM THE FAILED STEP (DRVPARM
000374*                    MODE "R") UNDER THE SAME BUSINESS DATE,
000376*                    AND OPTIONAL STEP DEPENDENCIES SO AN
000378*                    INDEPENDENT BRANCH RUNS PAST A FAILURE.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    BATDRIVE.
000600         RECORD KEY IS TM-TERM-CODE
000610         FILE STATUS IS WS-TERM-STATUS.

000612     SELECT DRIVER-PARM ASSIGN TO "DRVPARM"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-PARM-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  JOB-STEPS.
000700 FD  TERM-CONTROL.
000710     COPY "termrec.cpy".

000711*    OPTIONAL RUN PARAMETER - "R" RESTARTS THE NIGHT'S FAILED
000712*    CHAIN; ABSENT OR ANYTHING ELSE IS A NORMAL RUN.
000713 FD  DRIVER-PARM.
000714 01  DV-PARM-RECORD.
000715     05  DV-RUN-MODE          PIC X(01).
000716         88  DV-RESTART       VALUE "R".

000720 WORKING-STORAGE SECTION.
000730     COPY "runhdr.cpy".

000780         88  WS-CAL-EOF       VALUE "Y".
000790     05  WS-TERM-EOF-SWITCH   PIC X(01) VALUE "N".
000800         88  WS-TERM-EOF      VALUE "Y".
000802     05  WS-RESTART-SWITCH    PIC X(01) VALUE "N".
000804         88  WS-RESTART-RUN   VALUE "Y".
000806     05  WS-DONE-SWITCH       PIC X(01).
000808         88  WS-DONE-EARLIER  VALUE "Y".
000810     05  WS-FORCE-SWITCH      PIC X(01).
000812         88  WS-FORCE-DUE     VALUE "Y".
000814     05  WS-DEPS-SWITCH       PIC X(01).
000816         88  WS-DEPS-MET      VALUE "Y".
000818     05  WS-DEP-FOUND-SWITCH  PIC X(01).
000820         88  WS-DEP-FOUND     VALUE "Y".
000830     05  WS-NO-RUN-SWITCH     PIC X(01) VALUE "N".
000840         88  WS-NO-RUN-TONIGHT VALUE "Y".
000850     05  WS-STEP-DUE-SWITCH   PIC X(01).
000890     05  WS-STAT-STATUS       PIC X(02) VALUE "00".
000900     05  WS-CAL-STATUS        PIC X(02) VALUE "00".
000910     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
000915     05  WS-PARM-STATUS       PIC X(02) VALUE "00".

000920 01  WS-CALL-PROGRAM          PIC X(08).
000930 01  WS-STATUS-TO-WRITE       PIC X(01).
000970     05  WS-STEPS-RUN         PIC 9(03) VALUE ZERO.
000980     05  WS-STEPS-SKIPPED     PIC 9(03) VALUE ZERO.
000990     05  WS-STEPS-NOT-DUE     PIC 9(03) VALUE ZERO.
000993     05  WS-STEPS-BYPASSED    PIC 9(03) VALUE ZERO.
000996     05  WS-STEPS-DONE-EARLIER PIC 9(03) VALUE ZERO.

000999*    THE WHOLE STEPS TABLE, HELD SO THE UPDATED LAST-RUN DATES
001002*    CAN BE REWRITTEN AT END OF RUN, WITH EACH STEP'S OUTCOME
001005*    TONIGHT (THE JOBSTAT STATUS IT ENDED WITH) FOR THE STEPS
001008*    THAT DEPEND ON IT.
001011 01  WS-STEP-TABLE.
001014     05  WS-STEP-COUNT        PIC 9(03) COMP VALUE ZERO.
001017     05  WS-STEP-ENTRY OCCURS 100 TIMES.
001020         10  WS-SE-RECORD.
001023             15  WS-SE-STEP-NUMBER PIC 9(03).
001026             15  FILLER       PIC X(29).
001029         10  WS-SE-OUTCOME    PIC X(01).
001032             88  WS-SE-HELD-BACK VALUE "E" "B" "R".
001035 77  WS-STEP-SUB              PIC 9(03) COMP.
001038 77  WS-PRIOR-SUB             PIC 9(03) COMP.
001041 77  WS-DEP-SUB               PIC 9(01) COMP.
001060 77  WS-STEPS-OVER-SWITCH     PIC X(01) VALUE "N".
001070     88  WS-STEPS-OVERFLOWED  VALUE "Y".

001090 01  WS-CAL-TABLE.
001100     05  WS-CAL-COUNT         PIC 9(02) COMP VALUE ZERO.
001110     05  WS-CAL-DATE OCCURS 50 TIMES PIC 9(08).
001111 77  WS-CAL-SUB               PIC 9(02) COMP.

001112*    ON A RESTART, THE LAST STATUS EACH STEP REACHED IN THE
001113*    FAILED RUN, FROM THE NIGHT'S JOBSTAT.  A STEP THAT STILL
001114*    SHOWS "R" DIED MID-RUN.
001115 01  WS-LAST-TABLE.
001116     05  WS-LAST-COUNT        PIC 9(03) COMP VALUE ZERO.
001117     05  WS-LAST-ENTRY OCCURS 100 TIMES.
001118         10  WS-LS-STEP-NUMBER PIC 9(03).
001119         10  WS-LS-STATUS     PIC X(01).
001120             88  WS-LS-FINISHED VALUE "O" "S" "C" "N".
001121 77  WS-LAST-SUB              PIC 9(03) COMP.
001122 77  WS-LAST-FOUND            PIC 9(03) COMP.
001123 77  WS-LAST-DATE             PIC 9(08) VALUE ZERO.
001124 77  WS-RESTART-NEEDED        PIC 9(03) COMP VALUE ZERO.

001125*    FREQUENCY ARITHMETIC - DAY SERIALS AND WEEKDAYS.  DAY 1
001140*    (1601-01-01) WAS A MONDAY, SO MOD(SERIAL - 1, 7) + 1
001150*    GIVES 1 = MONDAY .. 7 = SUNDAY.
001160 01  WS-TONIGHT-SERIAL        PIC 9(07).
001550******************************************************************
001560* 1000-INITIALIZE - TABLE THE STEPS AND THE CALENDAR, WORK OUT
001570*                   TONIGHT'S SERIAL AND WEEKDAY, AND DECIDE
001572*                   WHETHER THE CALENDAR SAYS NO.  A RESTART
001574*                   FIRST READS BACK THE FAILED NIGHT'S
001576*                   JOBSTAT AND THEN ADDS TO IT.
001578******************************************************************
001580 1000-INITIALIZE.
001582     OPEN INPUT DRIVER-PARM.
001584     IF WS-PARM-STATUS = "00"
001586         READ DRIVER-PARM
001588             AT END
001590                 MOVE SPACE TO DV-RUN-MODE
001592         END-READ
001594         IF WS-PARM-STATUS = "00" AND DV-RESTART
001596             SET WS-RESTART-RUN TO TRUE
001598         END-IF
001600         CLOSE DRIVER-PARM
001602     END-IF.
001604     IF WS-RESTART-RUN
001606         PERFORM 1400-LOAD-LAST-STATUS
001608             THRU 1400-LOAD-LAST-STATUS-EXIT
001610         OPEN EXTEND JOB-STATUS
001612     ELSE
001614         OPEN OUTPUT JOB-STATUS
001616     END-IF.

001620     OPEN INPUT JOB-STEPS.
001630     IF WS-STEP-STATUS NOT = "00"
002110     END-IF.
002120     IF WS-STEP-COUNT < 100
002130         ADD 1 TO WS-STEP-COUNT
002136         MOVE JS-STEP-RECORD TO WS-SE-RECORD (WS-STEP-COUNT)
002142         MOVE SPACE TO WS-SE-OUTCOME (WS-STEP-COUNT)
002150     ELSE
002160         SET WS-STEPS-OVERFLOWED TO TRUE
002170     END-IF.
002670             AND TM-END-DATE > WS-LAST-TERM-END
002680         MOVE TM-END-DATE TO WS-LAST-TERM-END
002690     END-IF.
002691 1310-SCAN-ONE-TERM-EXIT.
002692     EXIT.

002693******************************************************************
002694* 1400-LOAD-LAST-STATUS - RESTART ONLY.  TABLE THE LAST STATUS
002695*                         OF EVERY STEP IN THE FAILED NIGHT'S
002696*                         JOBSTAT.  NO JOBSTAT, OR ONE WRITTEN
002697*                         UNDER ANOTHER BUSINESS DATE (THE DATE
002698*                         HAS ROLLED SINCE), REFUSES THE RESTART;
002699*                         A NIGHT THAT FINISHED CLEAN HAS NOTHING
002700*                         TO RESTART.
002701******************************************************************
002702 1400-LOAD-LAST-STATUS.
002703     OPEN INPUT JOB-STATUS.
002704     IF WS-STAT-STATUS NOT = "00"
002705         DISPLAY "RESTART REQUESTED BUT THERE IS NO JOBSTAT"
002706             " - RESTART REFUSED"
002707         MOVE 8 TO RETURN-CODE
002708         STOP RUN
002709     END-IF.
002710     MOVE "N" TO WS-EOF-SWITCH.
002711     PERFORM 1410-TABLE-ONE-STATUS THRU 1410-TABLE-ONE-STATUS-EXIT
002712         UNTIL WS-EOF.
002713     CLOSE JOB-STATUS.
002714     MOVE "N" TO WS-EOF-SWITCH.
002715     IF WS-LAST-COUNT = ZERO
002716         DISPLAY "RESTART REQUESTED BUT JOBSTAT IS EMPTY"
002717             " - RESTART REFUSED"
002718         MOVE 8 TO RETURN-CODE
002719         STOP RUN
002720     END-IF.
002721     IF WS-LAST-DATE NOT = RH-RUN-DATE
002722         DISPLAY "JOBSTAT IS FOR BUSINESS DATE ", WS-LAST-DATE,
002723             " NOT ", RH-RUN-DATE, " - RESTART REFUSED"
002724         MOVE 8 TO RETURN-CODE
002725         STOP RUN
002726     END-IF.
002727     IF WS-RESTART-NEEDED = ZERO
002728         DISPLAY "LAST RUN FOR ", RH-RUN-DATE,
002729             " FINISHED CLEAN - NOTHING TO RESTART"
002730         MOVE ZERO TO RETURN-CODE
002731         STOP RUN
002732     END-IF.
002733     DISPLAY "RESTART OF THE CHAIN FOR BUSINESS DATE ",
002734         RH-RUN-DATE.
002735 1400-LOAD-LAST-STATUS-EXIT.
002736     EXIT.

002737 1410-TABLE-ONE-STATUS.
002738     READ JOB-STATUS
002739         AT END
002740             SET WS-EOF TO TRUE
002741             GO TO 1410-TABLE-ONE-STATUS-EXIT
002742     END-READ.
002743     IF WS-STAT-STATUS NOT = "00"
002744         SET WS-EOF TO TRUE
002745         GO TO 1410-TABLE-ONE-STATUS-EXIT
002746     END-IF.
002747     MOVE JT-EVENT-DATE TO WS-LAST-DATE.
002748     MOVE ZERO TO WS-LAST-FOUND.
002749     PERFORM VARYING WS-LAST-SUB FROM 1 BY 1
002750             UNTIL WS-LAST-SUB > WS-LAST-COUNT
002751         IF WS-LS-STEP-NUMBER (WS-LAST-SUB) = JT-STEP-NUMBER
002752             MOVE WS-LAST-SUB TO WS-LAST-FOUND
002753         END-IF
002754     END-PERFORM.
002755     IF WS-LAST-FOUND = ZERO
002756         IF WS-LAST-COUNT NOT < 100
002757             GO TO 1410-TABLE-ONE-STATUS-EXIT
002758         END-IF
002759         ADD 1 TO WS-LAST-COUNT
002760         MOVE WS-LAST-COUNT TO WS-LAST-FOUND
002761         MOVE JT-STEP-NUMBER TO WS-LS-STEP-NUMBER (WS-LAST-FOUND)
002762     ELSE
002763         IF NOT WS-LS-FINISHED (WS-LAST-FOUND)
002764             SUBTRACT 1 FROM WS-RESTART-NEEDED
002765         END-IF
002766     END-IF.
002767     MOVE JT-STEP-STATUS TO WS-LS-STATUS (WS-LAST-FOUND).
002768     IF NOT WS-LS-FINISHED (WS-LAST-FOUND)
002769         ADD 1 TO WS-RESTART-NEEDED
002770     END-IF.
002771 1410-TABLE-ONE-STATUS-EXIT.
002772     EXIT.

002773******************************************************************
002774* 2000-DRIVE-STEP - RUN, SKIP, OR BYPASS THE CURRENT TABLED
002775*                   STEP.  ON A RESTART A STEP THAT ALREADY
002776*                   FINISHED IS LEFT AS IT WAS, EXCEPT THAT ONE
002777*                   THAT RAN CLEAN TAKES TONIGHT AS ITS LAST-RUN
002778*                   DATE - A RUN THAT DIED MID-STEP NEVER GOT TO
002779*                   REWRITE JOBSTEPS, AND THE STEP WOULD OTHERWISE
002780*                   COME DUE AGAIN TOMORROW.
002785******************************************************************
002786 2000-DRIVE-STEP.
002787     MOVE WS-SE-RECORD (WS-STEP-SUB) TO JS-STEP-RECORD.
002788     MOVE "N" TO WS-FORCE-SWITCH.
002789     IF WS-RESTART-RUN
002790         PERFORM 2050-CHECK-EARLIER-RUN
002791             THRU 2050-CHECK-EARLIER-RUN-EXIT
002792         IF WS-DONE-EARLIER
002794             IF WS-SE-OUTCOME (WS-STEP-SUB) = "O"
002796                 MOVE RH-RUN-DATE TO JS-LAST-RUN-DATE
002798                 MOVE JS-STEP-RECORD TO WS-SE-RECORD (WS-STEP-SUB)
002800             END-IF
002802             GO TO 2000-DRIVE-STEP-EXIT
002804         END-IF
002806     END-IF.
002808     PERFORM 2100-CHECK-DEPENDENCIES
002810         THRU 2100-CHECK-DEPENDENCIES-EXIT.
002812     EVALUATE TRUE
002814         WHEN NOT WS-DEPS-MET
002816             ADD 1 TO WS-STEPS-BYPASSED
002818             MOVE ZERO TO WS-STEP-RC
002820             MOVE "B" TO WS-STATUS-TO-WRITE
002822             PERFORM 2300-WRITE-STATUS
002824                 THRU 2300-WRITE-STATUS-EXIT
002840         WHEN JS-DISP-SKIP
002850             ADD 1 TO WS-STEPS-SKIPPED
002860             MOVE ZERO TO WS-STEP-RC
002980             MOVE "C" TO WS-STATUS-TO-WRITE
002990             PERFORM 2300-WRITE-STATUS
003000                 THRU 2300-WRITE-STATUS-EXIT
003005         WHEN OTHER
003010             IF WS-FORCE-DUE
003015                 SET WS-STEP-DUE TO TRUE
003020             ELSE
003025                 PERFORM 2400-CHECK-DUE THRU 2400-CHECK-DUE-EXIT
003030             END-IF
003035             IF WS-STEP-DUE
003040                 PERFORM 2200-RUN-STEP THRU 2200-RUN-STEP-EXIT
003050             ELSE
003060                 ADD 1 TO WS-STEPS-NOT-DUE
003070                 MOVE ZERO TO WS-STEP-RC
003080                 MOVE "N" TO WS-STATUS-TO-WRITE
003090                 PERFORM 2300-WRITE-STATUS
003091                     THRU 2300-WRITE-STATUS-EXIT
003092             END-IF
003093     END-EVALUATE.
003094 2000-DRIVE-STEP-EXIT.
003095     EXIT.

003096******************************************************************
003097* 2050-CHECK-EARLIER-RUN - RESTART ONLY.  A STEP THAT FINISHED
003098*                          IN THE FAILED RUN (RAN CLEAN, SKIPPED,
003099*                          OR NOT DUE) KEEPS THAT OUTCOME AND IS
003100*                          NOT RUN AGAIN.  THE STEP THAT FAILED OR
003101*                          DIED MID-RUN IS RUN AGAIN TONIGHT
003102*                          WITHOUT THE FREQUENCY CHECK, WHATEVER
003103*                          LAST-RUN DATE IT CARRIES.
003104******************************************************************
003105 2050-CHECK-EARLIER-RUN.
003106     MOVE "N" TO WS-DONE-SWITCH.
003107     MOVE ZERO TO WS-LAST-FOUND.
003108     PERFORM VARYING WS-LAST-SUB FROM 1 BY 1
003109             UNTIL WS-LAST-SUB > WS-LAST-COUNT
003110         IF WS-LS-STEP-NUMBER (WS-LAST-SUB) = JS-STEP-NUMBER
003111             MOVE WS-LAST-SUB TO WS-LAST-FOUND
003112         END-IF
003113     END-PERFORM.
003114     IF WS-LAST-FOUND = ZERO
003115         GO TO 2050-CHECK-EARLIER-RUN-EXIT
003116     END-IF.
003117     IF WS-LS-FINISHED (WS-LAST-FOUND)
003118         SET WS-DONE-EARLIER TO TRUE
003119         MOVE WS-LS-STATUS (WS-LAST-FOUND)
003120             TO WS-SE-OUTCOME (WS-STEP-SUB)
003121         ADD 1 TO WS-STEPS-DONE-EARLIER
003122         DISPLAY "STEP ", JS-STEP-NUMBER, " ", JS-PROGRAM-NAME,
003123             " FINISHED EARLIER - NOT RERUN"
003124         GO TO 2050-CHECK-EARLIER-RUN-EXIT
003125     END-IF.
003126     IF WS-LS-STATUS (WS-LAST-FOUND) = "E"
003127             OR WS-LS-STATUS (WS-LAST-FOUND) = "R"
003128         SET WS-FORCE-DUE TO TRUE
003129     END-IF.
003130 2050-CHECK-EARLIER-RUN-EXIT.
003131     EXIT.

003132******************************************************************
003133* 2100-CHECK-DEPENDENCIES - A CHAIN STEP NEEDS EVERY EARLIER STEP
003134*                           TO HAVE COME THROUGH; A STEP WITH ITS
003135*                           OWN LIST NEEDS ONLY THOSE.  A STEP
003136*                           THAT FAILED, WAS BYPASSED, OR NEVER
003137*                           FINISHED HOLDS ITS DEPENDANTS BACK.
003138******************************************************************
003139 2100-CHECK-DEPENDENCIES.
003140     SET WS-DEPS-MET TO TRUE.
003141     IF JS-DEP-LISTED
003142         PERFORM 2110-CHECK-ONE-DEPENDENCY
003143             THRU 2110-CHECK-ONE-DEPENDENCY-EXIT
003144             VARYING WS-DEP-SUB FROM 1 BY 1
003145             UNTIL WS-DEP-SUB > 3
003146     ELSE
003147         PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
003148                 UNTIL WS-PRIOR-SUB NOT < WS-STEP-SUB
003149             IF WS-SE-HELD-BACK (WS-PRIOR-SUB)
003150                 MOVE "N" TO WS-DEPS-SWITCH
003151             END-IF
003152         END-PERFORM
003153     END-IF.
003154     IF NOT WS-DEPS-MET
003155         DISPLAY "STEP ", JS-STEP-NUMBER, " ", JS-PROGRAM-NAME,
003156             " BYPASSED - A STEP IT DEPENDS ON DID NOT COMPLETE"
003157     END-IF.
003158 2100-CHECK-DEPENDENCIES-EXIT.
003159     EXIT.

003160******************************************************************
003161* 2110-CHECK-ONE-DEPENDENCY - ONE LISTED STEP.  IT MUST STAND
003162*                             EARLIER IN THE TABLE; ONE THAT DOES
003163*                             NOT IS TREATED AS UNMET.
003164******************************************************************
003165 2110-CHECK-ONE-DEPENDENCY.
003166     IF JS-DEPENDS-ON (WS-DEP-SUB) IS NOT NUMERIC
003167             OR JS-DEPENDS-ON (WS-DEP-SUB) = ZERO
003168         GO TO 2110-CHECK-ONE-DEPENDENCY-EXIT
003169     END-IF.
003170     MOVE "N" TO WS-DEP-FOUND-SWITCH.
003171     PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
003172             UNTIL WS-PRIOR-SUB NOT < WS-STEP-SUB
003173         IF WS-SE-STEP-NUMBER (WS-PRIOR-SUB)
003174                 = JS-DEPENDS-ON (WS-DEP-SUB)
003175             SET WS-DEP-FOUND TO TRUE
003176             IF WS-SE-HELD-BACK (WS-PRIOR-SUB)
003177                 MOVE "N" TO WS-DEPS-SWITCH
003178             END-IF
003179         END-IF
003180     END-PERFORM.
003181     IF NOT WS-DEP-FOUND
003182         DISPLAY "STEP ", JS-STEP-NUMBER, " DEPENDS ON STEP ",
003183             JS-DEPENDS-ON (WS-DEP-SUB),
003184             " WHICH IS NOT EARLIER IN THE TABLE"
003185         MOVE "N" TO WS-DEPS-SWITCH
003186     END-IF.
003187 2110-CHECK-ONE-DEPENDENCY-EXIT.
003188     EXIT.

003189******************************************************************
003190* 2200-RUN-STEP - DYNAMIC CALL WITH START/END STATUS RECORDS.
003191*                 A STEP THAT RAN (HOWEVER IT ENDED) GETS
003192*                 TONIGHT AS ITS LAST-RUN DATE.
003193******************************************************************
003200 2200-RUN-STEP.
003210     MOVE JS-PROGRAM-NAME TO WS-CALL-PROGRAM.
003220     MOVE ZERO TO WS-STEP-RC.
003380     END-IF.

003390     MOVE RH-RUN-DATE TO JS-LAST-RUN-DATE.
003400     MOVE JS-STEP-RECORD TO WS-SE-RECORD (WS-STEP-SUB).

003410     IF WS-STEP-RC > 4
003420         MOVE "E" TO WS-STATUS-TO-WRITE
003430         PERFORM 2300-WRITE-STATUS
003440             THRU 2300-WRITE-STATUS-EXIT
003450         DISPLAY "STEP ", JS-STEP-NUMBER,
003460             " FAILED - DEPENDENT STEPS BYPASSED"
003480     ELSE
003490         MOVE "O" TO WS-STATUS-TO-WRITE
003500         PERFORM 2300-WRITE-STATUS
003540     EXIT.

003550******************************************************************
003556* 2300-WRITE-STATUS - FINAL STATUS RECORD FOR THE CURRENT STEP,
003562*                     WITH WS-STATUS-TO-WRITE SET BY THE CALLER,
003568*                     KEPT AS THE STEP'S OUTCOME FOR ITS
003574*                     DEPENDANTS.
003580******************************************************************
003590 2300-WRITE-STATUS.
003600     MOVE JS-STEP-NUMBER TO JT-STEP-NUMBER.
003640     MOVE WS-STATUS-TO-WRITE TO JT-STEP-STATUS.
003650     MOVE WS-STEP-RC TO JT-RETURN-CODE.
003660     WRITE JT-STATUS-RECORD.
003665     MOVE WS-STATUS-TO-WRITE TO WS-SE-OUTCOME (WS-STEP-SUB).
003670 2300-WRITE-STATUS-EXIT.
003680     EXIT.

003770     SET JT-STAT-RUNNING TO TRUE.
003780     MOVE ZERO TO JT-RETURN-CODE.
003790     WRITE JT-STATUS-RECORD.
003795     MOVE "R" TO WS-SE-OUTCOME (WS-STEP-SUB).
003800 2310-WRITE-RUNNING-EXIT.
003810     EXIT.

004660         IF WS-STEP-STATUS = "00"
004670             PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
004680                     UNTIL WS-STEP-SUB > WS-STEP-COUNT
004690                 MOVE WS-SE-RECORD (WS-STEP-SUB)
004700                     TO JS-STEP-RECORD
004710                 WRITE JS-STEP-RECORD
004720             END-PERFORM
004760     CLOSE JOB-STATUS.
004770     DISPLAY "STEPS RUN: ", WS-STEPS-RUN,
004780         "  SKIPPED: ", WS-STEPS-SKIPPED,
004783         "  NOT DUE: ", WS-STEPS-NOT-DUE,
004786         "  WORST RC: ", WS-WORST-RC.
004789     DISPLAY "STEPS BYPASSED: ", WS-STEPS-BYPASSED.
004792     IF WS-RESTART-RUN
004795         DISPLAY "STEPS FINISHED BEFORE THE RESTART: ",
004798             WS-STEPS-DONE-EARLIER
004801     END-IF.
004810     MOVE WS-WORST-RC TO RETURN-CODE.
004820 3000-FINISH-EXIT.
004830     EXIT.
