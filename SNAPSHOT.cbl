000090*   BY ENROLLMENT STATUS AND BY MAJOR AND APPENDS ONE RECORD TO
000100*   THE SNAPSHOT FILE, SO THE TREND REPORT (TRENDRPT) CAN SHOW
000110*   HOW ACTIVE ENROLLMENT HAS MOVED SINCE THE START OF TERM.
000112*   ACTIVE SECOND MAJORS, MINORS, AND CONCENTRATIONS ON THE
000114*   PROGRAM-OF-STUDY FILE (PROGSTDY) ARE COUNTED BY CODE IN
000116*   THEIR OWN SLOTS, APART FROM THE PRIMARY MAJORS.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY.
000140*   2026-08-22  RO   ORIGINAL PROGRAM.
000160*                    BREAKOUT RECORD PER CAMPUS (STUDENT
000170*                    CAMPUS FROM THE STUDEMOG SATELLITE) IS
000180*                    APPENDED EACH NIGHT.
000183*   2026-10-15  RO   SECONDARY PROGRAMS OF STUDY (PROGSTDY)
000186*                    COUNTED IN THEIR OWN SLOTS.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    SNAPSHOT.
000420         RECORD KEY IS DG-STUDENT-ID
000430         FILE STATUS IS WS-DEMO-STATUS.

000431     SELECT PROGRAM-FILE ASSIGN TO "PROGSTDY"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS SEQUENTIAL
000434         RECORD KEY IS PO-PROGRAM-KEY
000435         FILE STATUS IS WS-STUDY-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  STUDENT-MASTER.
000500 FD  DEMOG-FILE.
000510     COPY "demogrec.cpy".

000513 FD  PROGRAM-FILE.
000516     COPY "progstdy.cpy".

000520 WORKING-STORAGE SECTION.
000530     COPY "runhdr.cpy".

000560         88  WS-EOF           VALUE "Y".
000570     05  WS-FOUND-SWITCH      PIC X(01).
000580         88  WS-FOUND         VALUE "Y".
000583     05  WS-STUDY-EOF-SWITCH  PIC X(01) VALUE "N".
000586         88  WS-STUDY-EOF     VALUE "Y".

000590 01  WS-FILE-STATUSES.
000600     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000610     05  WS-SNAP-STATUS       PIC X(02) VALUE "00".
000620     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
000625     05  WS-STUDY-STATUS      PIC X(02) VALUE "00".

000630 01  WS-COUNTERS COMP.
000640     05  WS-ACTIVE-COUNT      PIC 9(05) VALUE ZERO.
000720 01  WS-MAJOR-USED            PIC 9(02) COMP VALUE ZERO.
000730 01  WS-MAJOR-SUB             PIC 9(02) COMP.

000731*    ACTIVE SECONDARY PROGRAMS BY CODE (FIRST TEN CODES SEEN).
000732 01  WS-SECONDARY-TABLE.
000733     05  WS-SECONDARY-ENTRY OCCURS 10 TIMES.
000734         10  WS-ST-CODE       PIC X(04).
000735         10  WS-ST-COUNT      PIC 9(05).
000736 01  WS-SECONDARY-USED        PIC 9(02) COMP VALUE ZERO.

000740*    PER-CAMPUS STATUS COUNTS (FIRST FIVE CAMPUSES SEEN).
000750 01  WS-CAMPUS-TABLE.
000760     05  WS-CAMPUS-USED       PIC 9(02) COMP VALUE ZERO.
000850 01  WS-THIS-CAMPUS           PIC X(02).
000860 01  WS-DEMOG-USABLE-SWITCH   PIC X(01) VALUE "N".
000870     88  WS-DEMOG-USABLE      VALUE "Y".
000873 01  WS-STUDY-USABLE-SWITCH   PIC X(01) VALUE "N".
000876     88  WS-STUDY-USABLE      VALUE "Y".

000880 PROCEDURE DIVISION.

001080******************************************************************
001090 1000-INITIALIZE.
001100     MOVE ZEROS TO WS-MAJOR-TABLE.
001105     MOVE ZEROS TO WS-SECONDARY-TABLE.
001110*    NO SATELLITE MEANS NO CAMPUS BREAKOUT - THE ALL-CAMPUS
001120*    RECORD STILL GOES OUT, EXACTLY AS BEFORE.
001130     OPEN INPUT DEMOG-FILE.
001210     IF NOT WS-EOF
001220         PERFORM 2100-READ-STUDENT THRU 2100-READ-STUDENT-EXIT
001230     END-IF.
001231*    NO PROGRAM-OF-STUDY FILE LEAVES THE SECONDARY SLOTS ZERO.
001232     OPEN INPUT PROGRAM-FILE.
001233     IF WS-STUDY-STATUS = "00"
001234         SET WS-STUDY-USABLE TO TRUE
001235     ELSE
001236         SET WS-STUDY-EOF TO TRUE
001237     END-IF.
001240 1000-INITIALIZE-EXIT.
001250     EXIT.

002220         WHEN OTHER
002230             CONTINUE
002240     END-EVALUATE.
002241 2200-TALLY-CAMPUS-EXIT.
002242     EXIT.

002243******************************************************************
002244* 2300-COUNT-PROGRAM - FOLD ONE ACTIVE PROGRAM-OF-STUDY RECORD
002245*                      INTO THE SECONDARY COUNTS BY CODE.
002246******************************************************************
002247 2300-COUNT-PROGRAM.
002248     READ PROGRAM-FILE NEXT RECORD
002249         AT END
002250             SET WS-STUDY-EOF TO TRUE
002251             GO TO 2300-COUNT-PROGRAM-EXIT
002252     END-READ.
002253     IF WS-STUDY-STATUS NOT = "00"
002254         SET WS-STUDY-EOF TO TRUE
002255         GO TO 2300-COUNT-PROGRAM-EXIT
002256     END-IF.
002257     IF NOT PO-ACTIVE
002258         GO TO 2300-COUNT-PROGRAM-EXIT
002259     END-IF.
002260     MOVE "N" TO WS-FOUND-SWITCH.
002261     IF WS-SECONDARY-USED > ZERO
002262         PERFORM VARYING WS-MAJOR-SUB FROM 1 BY 1
002263                 UNTIL WS-MAJOR-SUB > WS-SECONDARY-USED
002264             IF WS-ST-CODE (WS-MAJOR-SUB) = PO-PROGRAM-CODE
002265                 SET WS-FOUND TO TRUE
002266                 ADD 1 TO WS-ST-COUNT (WS-MAJOR-SUB)
002267             END-IF
002268         END-PERFORM
002269     END-IF.
002270     IF NOT WS-FOUND
002271             AND WS-SECONDARY-USED < 10
002272         ADD 1 TO WS-SECONDARY-USED
002273         MOVE PO-PROGRAM-CODE TO WS-ST-CODE (WS-SECONDARY-USED)
002274         MOVE 1 TO WS-ST-COUNT (WS-SECONDARY-USED)
002275     END-IF.
002276 2300-COUNT-PROGRAM-EXIT.
002277     EXIT.

002278******************************************************************
002279* 3000-FINISH - APPEND TONIGHT'S SNAPSHOT RECORD.
002290******************************************************************
002300 3000-FINISH.
002303     PERFORM 2300-COUNT-PROGRAM THRU 2300-COUNT-PROGRAM-EXIT
002306         UNTIL WS-STUDY-EOF.
002310     OPEN EXTEND SNAPSHOT-FILE.
002320     IF WS-SNAP-STATUS = "05" OR WS-SNAP-STATUS = "35"
002330         OPEN OUTPUT SNAPSHOT-FILE
002470                 TO SN-MJ-COUNT (WS-MAJOR-SUB)
002480         END-PERFORM
002490     END-IF.
002492     MOVE SPACES TO SN-CAMPUS.
002494     MOVE ZEROS TO SN-SECONDARY-SLOTS.
002496     IF WS-SECONDARY-USED > ZERO
002498         PERFORM VARYING WS-MAJOR-SUB FROM 1 BY 1
002500                 UNTIL WS-MAJOR-SUB > WS-SECONDARY-USED
002502             MOVE WS-ST-CODE (WS-MAJOR-SUB)
002504                 TO SN-SC-CODE (WS-MAJOR-SUB)
002506             MOVE WS-ST-COUNT (WS-MAJOR-SUB)
002508                 TO SN-SC-COUNT (WS-MAJOR-SUB)
002510         END-PERFORM
002512     END-IF.
002514     WRITE SN-SNAPSHOT-RECORD.
002520*    ONE BREAKOUT RECORD PER CAMPUS SEEN, STATUS COUNTS ONLY.
002530     IF WS-CAMPUS-USED > ZERO
002540         PERFORM VARYING WS-CAMPUS-SUB FROM 1 BY 1
002640                 TO SN-GRADUATED-COUNT
002650             MOVE ZEROS TO SN-MAJOR-SLOTS
002660             MOVE WS-CA-CODE (WS-CAMPUS-SUB) TO SN-CAMPUS
002665             MOVE ZEROS TO SN-SECONDARY-SLOTS
002670             WRITE SN-SNAPSHOT-RECORD
002680         END-PERFORM
002690     END-IF.
002720         CLOSE DEMOG-FILE
002730     END-IF.
002740     CLOSE STUDENT-MASTER.
002742     IF WS-STUDY-USABLE
002744         CLOSE PROGRAM-FILE
002746     END-IF.
002750 3000-FINISH-EXIT.
002760     EXIT.

