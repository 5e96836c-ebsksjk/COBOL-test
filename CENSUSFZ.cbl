000170*   REPRINTS, SO THE CENSUS REPORT GIVES IDENTICAL NUMBERS
000180*   MONTHS LATER NO MATTER WHAT DROPPED OR CORRECTED SINCE.
000190*   ALL STATE AND BUDGET REPORTING DRAWS FROM CENSFILE ONLY.
000193*   A TERM ON CENSPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000196*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-09-02  RO   ORIGINAL PROGRAM.
000230*   2026-09-02  RO   THE STUDENT'S HOME CAMPUS (STUDEMOG) IS
000240*                    FROZEN ON EACH CENSUS ROW.
000245*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000246*   2026-10-15  RO   CREDIT LOAD COMES FROM THE CATALOG VERSION IN
000248*                    FORCE FOR THE CENSUS TERM (CRSVERS).
000250*   2026-10-15  RO   A BLANK OR MISSING CENSPARM TERM TAKES THE
000252*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000254*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000256*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000258******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    CENSUSFZ.
000280 AUTHOR.        R. OKONKWO.
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-MAST-STATUS.

000700     SELECT CENSUS-FILE ASSIGN TO "CENSFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000910 FD  STUDENT-MASTER.
000920     COPY "studrec.cpy".

000950 FD  CENSUS-FILE.
000960     COPY "censrec.cpy".

000990 WORKING-STORAGE SECTION.
001000     COPY "runhdr.cpy".

001003*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
001006     COPY "runparm.cpy".

001010 01  WS-SWITCHES.
001020     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
001030         88  WS-EOF           VALUE "Y".
001120     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
001130     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
001140     05  WS-DEMO-STATUS       PIC X(02) VALUE "00".
001160     05  WS-CENS-STATUS       PIC X(02) VALUE "00".
001170     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

001240     05  WS-PT-COUNT          PIC 9(05) VALUE ZERO.
001250     05  WS-TOTAL-CREDITS     PIC 9(07) VALUE ZERO.

001260 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.
001270 01  WS-STUDENT-COURSES       PIC 9(02) VALUE ZERO.
001280 01  WS-STUDENT-CREDITS       PIC 9(03) VALUE ZERO.
001290 01  WS-CREDIT-HOURS          PIC 9(02).

001330 01  WS-REPORT-LINE           PIC X(80).

001333*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
001336     COPY "crsvers.cpy".

001340 PROCEDURE DIVISION.

001350******************************************************************
001630     MOVE "OFFICIAL CENSUS" TO WS-REPORT-LINE.
001640     WRITE CE-REPORT-LINE FROM WS-REPORT-LINE.

001649*    A TERM ON CENSPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001658*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
001667*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001676     MOVE SPACES TO RK-EXPLICIT-TERM.
001685     OPEN INPUT CENSUS-PARM.
001694     IF WS-PARM-STATUS = "00"
001703         READ CENSUS-PARM
001712             AT END
001721                 MOVE SPACES TO CP-TERM-CODE
001730         END-READ
001739         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
001748         CLOSE CENSUS-PARM
001757     END-IF.
001766     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001775     SET RK-CURRENT-TERM TO TRUE.
001784     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001793     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001802     WRITE CE-REPORT-LINE FROM WS-REPORT-LINE.
001811     IF NOT RK-TERM-VALID
001820         SET WS-EOF TO TRUE
001829         MOVE 8 TO RETURN-CODE
001838         GO TO 1000-INITIALIZE-EXIT
001847     END-IF.
001856     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001870     OPEN INPUT TERM-CONTROL.
001880     IF WS-TERM-STATUS NOT = "00"
002990     OPEN INPUT STUDENT-MASTER.
003000*    NO SATELLITE MEANS EVERY ROW FREEZES AS MAIN CAMPUS.
003010     OPEN INPUT DEMOG-FILE.

003030     PERFORM 2100-READ-ENROLLMENT
003040         THRU 2100-READ-ENROLLMENT-EXIT.
003140             OR WS-DEMO-STATUS = "23"
003150         CLOSE DEMOG-FILE
003160     END-IF.
003180 2000-FREEZE-TERM-EXIT.
003190     EXIT.

003520         MOVE ZERO TO WS-STUDENT-CREDITS
003530     END-IF.

003540     MOVE EN-COURSE-CODE TO CQ-COURSE-CODE.
003550     MOVE EN-TERM-CODE TO CQ-TERM-CODE.
003560     CALL "CRSVERS" USING CQ-VERSION-AREA.
003570     IF CQ-COURSE-FOUND
003580             AND CQ-CREDIT-HOURS IS NUMERIC
003590             AND CQ-CREDIT-HOURS > ZERO
003600         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
003610     ELSE
003620         MOVE 3 TO WS-CREDIT-HOURS
003630     END-IF.
003660     ADD 1 TO WS-STUDENT-COURSES.
003670     ADD WS-CREDIT-HOURS TO WS-STUDENT-CREDITS.

004770         GO TO 2600-ONE-CENSUS-ROW-EXIT
004780     END-IF.
004790     MOVE SPACES TO WS-REPORT-LINE.
004800     MOVE CN-STUDENT-ID TO WS-REPORT-LINE (3:8).
004810     MOVE CN-MAJOR-CODE TO WS-REPORT-LINE (12:4).
004820     MOVE CN-ENROLLMENT-STATUS TO WS-REPORT-LINE (19:1).
004830     MOVE CN-COURSE-COUNT TO WS-REPORT-LINE (23:2).
