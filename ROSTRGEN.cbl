000160*   COMPANION PRINT LISTS EACH COURSE'S STUDENTS WITH NAMES.
000170*   THE RUN REFUSES A TERM WHOSE TM-GRADE-OPEN-DATE HAS NOT
000180*   ARRIVED, OR THAT IS NOT ON THE TERM FILE.
000182*   ROSTER TYPE "N" IS THE NEVER-ATTENDED ROSTER, CUT BETWEEN
000184*   TERM START AND THE CENSUS DATE; INSTRUCTORS MARK "NA" IN
000186*   THE GRADE COLUMN AND RETURN IT TO NATTDROP.
000187*   ROSTPARM STILL NAMES THE ROSTER; A TERM ON IT IS A ONE-RUN
000188*   OVERRIDE, AND LEFT BLANK THE CURRENT TERM COMES FROM THE
000189*   RUN-CONTROL LIBRARY (RUNCTL).
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-09-02  RO   ORIGINAL PROGRAM.
000250*   2026-09-02  RO   A NON-ADMIN OPERATOR (OPERSCOP) GETS
000260*                    ROSTERS ONLY FOR THEIR OWN DEPARTMENT'S
000270*                    COURSES.
000272*   2026-10-15  RO   ROSTER TYPE "N" CUTS THE NEVER-ATTENDED
000274*                    ROSTER BETWEEN TERM START AND THE CENSUS
000276*                    DATE; INSTRUCTORS MARK "NA" AND THE FEED
000278*                    GOES TO NATTDROP.
000280*   2026-10-15  RO   THE COMPANION PRINT LISTS EACH STUDENT BY
000282*                    PREFERRED NAME FROM STUDNAME (NAMEFMT) IN
000284*                    A 30-BYTE COLUMN, THE MASTER NAME WHEN
000286*                    NONE IS ON FILE.
000288*   2026-10-15  RO   A BLANK ROSTPARM TERM TAKES THE CURRENT TERM
000290*                    FROM THE RUN-CONTROL LIBRARY (RUNCTL,
000292*                    THROUGH RUNPARM); THE TERM IS CHECKED ON
000294*                    TERMFILE AND SHOWN ON THE REPORT.
000296******************************************************************
000298 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    ROSTRGEN.
000310 AUTHOR.        R. OKONKWO.
000320 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000800     05  RP-TERM-CODE         PIC X(05).
000810     05  RP-ROSTER-TYPE       PIC X(01).
000820         88  RP-MIDTERM-ROSTER VALUE "M".
000825         88  RP-NEVER-ATTEND-ROSTER VALUE "N".

000830 FD  TERM-CONTROL.
000840     COPY "termrec.cpy".
000970 WORKING-STORAGE SECTION.
000980     COPY "runhdr.cpy".

000983*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000986     COPY "runparm.cpy".

000990 01  WS-SWITCHES.
001000     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001010         88  WS-EOF           VALUE "Y".
001180     05  WS-COUNT-ED          PIC ZZZZ9.

001190 01  WS-REPORT-LINE           PIC X(80).
001195 01  WS-ROSTER-NAME           PIC X(30).

001200*    DEPARTMENT SCOPE OF THE SIGNED-ON OPERATOR (OPERSCOP).
001210     COPY "operscop.cpy".
001220 01  WS-CRS-USABLE-SWITCH     PIC X(01) VALUE "N".
001230     88  WS-CRS-USABLE        VALUE "Y".

001233*    CALL AREA FOR THE STUDENT NAME SERVICE (NAMEFMT).
001236     COPY "namefmt.cpy".

001240 PROCEDURE DIVISION.

001250******************************************************************
001570         MOVE 8 TO RETURN-CODE
001580         GO TO 1000-INITIALIZE-EXIT
001590     END-IF.
001596     READ ROSTER-PARM
001602         AT END
001608             MOVE SPACES TO RP-PARM-RECORD
001614     END-READ.
001620     CLOSE ROSTER-PARM.

001626*    A TERM ON ROSTPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001632*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
001638*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001644     MOVE RP-TERM-CODE TO RK-EXPLICIT-TERM.
001650     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001656     SET RK-CURRENT-TERM TO TRUE.
001662     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001668     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001674     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.
001680     IF NOT RK-TERM-VALID
001686         SET WS-EOF TO TRUE
001692         MOVE 8 TO RETURN-CODE
001698         GO TO 1000-INITIALIZE-EXIT
001704     END-IF.
001710     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001730     OPEN INPUT TERM-CONTROL.
001740     IF WS-TERM-STATUS NOT = "00"
001920         GO TO 1000-INITIALIZE-EXIT
001930     END-IF.
001940*    THE MIDTERM ROSTER WAITS FOR THE MIDTERM DATE, THE FINAL
001950*    ROSTER FOR THE GRADING WINDOW, AND THE NEVER-ATTENDED
001955*    ROSTER RUNS ONLY FROM TERM START TO THE CENSUS DATE.
001960     EVALUATE TRUE
001965         WHEN RP-MIDTERM-ROSTER
001970             IF TM-MIDTERM-DATE = ZERO
001980                     OR WS-TODAY < TM-MIDTERM-DATE
001990                 MOVE "  (MIDTERM DATE NOT YET REACHED)"
002000                     TO WS-REPORT-LINE
002010                 WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002020                 CLOSE TERM-CONTROL
002030                 SET WS-EOF TO TRUE
002040                 MOVE 8 TO RETURN-CODE
002050                 GO TO 1000-INITIALIZE-EXIT
002060             END-IF
002070             MOVE "  MIDTERM DEFICIENCY ROSTER - MARK MD ONLY"
002080                 TO WS-REPORT-LINE
002081             WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002082         WHEN RP-NEVER-ATTEND-ROSTER
002083             IF TM-CENSUS-DATE = ZERO
002084                     OR WS-TODAY < TM-START-DATE
002085                     OR WS-TODAY > TM-CENSUS-DATE
002086                 MOVE "  (NOT BETWEEN TERM START AND CENSUS)"
002087                     TO WS-REPORT-LINE
002088                 WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002089                 CLOSE TERM-CONTROL
002090                 SET WS-EOF TO TRUE
002091                 MOVE 8 TO RETURN-CODE
002092                 GO TO 1000-INITIALIZE-EXIT
002093             END-IF
002094             MOVE "  NEVER-ATTENDED ROSTER - MARK NA ONLY"
002095                 TO WS-REPORT-LINE
002096             WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002097         WHEN OTHER
002110             IF WS-TODAY < TM-GRADE-OPEN-DATE
002120                 MOVE
002125                 "  (GRADING WINDOW NOT YET OPEN - NOTHING CUT)"
002130                     TO WS-REPORT-LINE
002140                 WRITE RR-REPORT-LINE FROM WS-REPORT-LINE
002150                 CLOSE TERM-CONTROL
002160                 SET WS-EOF TO TRUE
002170                 MOVE 8 TO RETURN-CODE
002180                 GO TO 1000-INITIALIZE-EXIT
002190             END-IF
002200     END-EVALUATE.
002210     CLOSE TERM-CONTROL.

002220     MOVE SPACES TO WS-REPORT-LINE.
003220     READ STUDENT-MASTER
003230         INVALID KEY
003240             MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
003242     END-READ.
003244*    A CLASS ROSTER CALLS THE STUDENT BY THE PREFERRED NAME.
003246     MOVE SM-STUDENT-NAME TO WS-ROSTER-NAME.
003248     IF WS-MAST-STATUS = "00"
003250         MOVE EN-STUDENT-ID TO NV-STUDENT-ID
003252         SET NV-PREFERRED-FORM TO TRUE
003254         CALL "NAMEFMT" USING NV-NAME-AREA
003256         IF NV-NAME-FOUND
003258             MOVE NV-FORMATTED-NAME TO WS-ROSTER-NAME
003260         END-IF
003262     END-IF.
003264     MOVE SPACES TO WS-REPORT-LINE.
003270     STRING "  "              DELIMITED BY SIZE
003280            EN-STUDENT-ID     DELIMITED BY SIZE
003290            "  "              DELIMITED BY SIZE
003300            WS-ROSTER-NAME    DELIMITED BY SIZE
003310            "  GRADE ____"    DELIMITED BY SIZE
003320         INTO WS-REPORT-LINE.
003322     IF RP-NEVER-ATTEND-ROSTER
003324         MOVE "  NA ____" TO WS-REPORT-LINE(64:12)
003326     END-IF.
003330     WRITE RR-REPORT-LINE FROM WS-REPORT-LINE.

003340     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
003810         CLOSE STUDENT-MASTER
003820         CLOSE OFFERING-FILE
003830     END-IF.
003833     SET NV-FINISH TO TRUE.
003836     CALL "NAMEFMT" USING NV-NAME-AREA.
003840     IF RETURN-CODE NOT = 8
003850         MOVE 0 TO RETURN-CODE
003860     END-IF.
