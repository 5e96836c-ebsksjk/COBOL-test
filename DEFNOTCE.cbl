000140*   MASTER).  A STUDENT WITH NO ADVISOR ON FILE PRINTS TO THE
000150*   UNASSIGNED SECTION SO THE DEAN'S OFFICE CAN ROUTE IT.
000160*   MARKS RETIRED BY A POSTED FINAL GRADE ARE SUPERSEDED ON
000165*   THE GRADE MASTER AND NEVER APPEAR HERE.  EACH NOTICE ALSO
000170*   QUEUES THE STUDENT'S OWN DEFICIENCY LETTER ON LETTREQ FOR
000175*   THE NIGHTLY LETTER PRINT.
000176*   A TERM ON DEFNPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000177*   CURRENT TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-09-02  RO   ORIGINAL PROGRAM.
000203*   2026-10-15  RO   DEFICIENCY LETTERS TO THE STUDENT ARE
000205*                    REQUESTED ON LETTREQ.
000207*   2026-10-15  RO   A BLANK OR MISSING DEFNPARM TERM TAKES THE
000209*                    CURRENT TERM FROM THE RUN-CONTROL LIBRARY
000211*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000213*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000215******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    DEFNOTCE.
000240 AUTHOR.        R. OKONKWO.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.

000582     SELECT LETTER-REQUESTS ASSIGN TO "LETTREQ"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-LETT-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  NOTICE-PARM.
000720 FD  NOTICE-RPT.
000730 01  DN-REPORT-LINE           PIC X(80).

000733 FD  LETTER-REQUESTS.
000736     COPY "lettreq.cpy".

000740 WORKING-STORAGE SECTION.
000750     COPY "runhdr.cpy".

000753*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000756     COPY "runparm.cpy".

000760 01  WS-SWITCHES.
000770     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000780         88  WS-EOF           VALUE "Y".
000830     05  WS-ADV-STATUS        PIC X(02) VALUE "00".
000840     05  WS-INST-STATUS       PIC X(02) VALUE "00".
000850     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000855     05  WS-LETT-STATUS       PIC X(02) VALUE "00".

000860 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001170     MOVE "MIDTERM DEFICIENCY NOTICES" TO WS-REPORT-LINE.
001180     WRITE DN-REPORT-LINE FROM WS-REPORT-LINE.

001189*    A TERM ON DEFNPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001198*    THIS RUN ONLY; WITHOUT ONE THE CURRENT TERM COMES FROM
001207*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001216     MOVE SPACES TO RK-EXPLICIT-TERM.
001225     OPEN INPUT NOTICE-PARM.
001234     IF WS-PARM-STATUS = "00"
001243         READ NOTICE-PARM
001252             AT END
001261                 MOVE SPACES TO NP-TERM-CODE
001270         END-READ
001279         MOVE NP-TERM-CODE TO RK-EXPLICIT-TERM
001288         CLOSE NOTICE-PARM
001297     END-IF.
001306     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001315     SET RK-CURRENT-TERM TO TRUE.
001324     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001333     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001342     WRITE DN-REPORT-LINE FROM WS-REPORT-LINE.
001351     IF NOT RK-TERM-VALID
001360         SET WS-EOF TO TRUE
001369         MOVE 8 TO RETURN-CODE
001378         GO TO 1000-INITIALIZE-EXIT
001387     END-IF.
001396     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001410     MOVE SPACES TO WS-REPORT-LINE.
001420     STRING "TERM "          DELIMITED BY SIZE
001540     OPEN INPUT STUDENT-MASTER.
001550     OPEN INPUT ADVISOR-FILE.
001560     OPEN INPUT INSTRUCTOR-MASTER.
001562     OPEN EXTEND LETTER-REQUESTS.
001564     IF WS-LETT-STATUS = "05" OR WS-LETT-STATUS = "35"
001566         OPEN OUTPUT LETTER-REQUESTS
001568     END-IF.
001570     PERFORM 2100-READ-GRADE THRU 2100-READ-GRADE-EXIT.
001580 1000-INITIALIZE-EXIT.
001590     EXIT.
002140     MOVE "  PLEASE CONTACT THE STUDENT BEFORE FINALS."
002150         TO WS-REPORT-LINE.
002160     WRITE DN-REPORT-LINE FROM WS-REPORT-LINE.
002161     ADD 1 TO WS-NOTICES-PRINTED.

002162*    THE STUDENT HEARS OF IT TOO, BY LETTER.
002163     IF WS-MAST-STATUS = "00"
002164         MOVE SPACES TO LQ-LETTER-REQUEST
002165         SET LQ-DEFICIENCY TO TRUE
002166         MOVE RH-RUN-DATE TO LQ-REQUEST-DATE
002167         MOVE RH-PROGRAM-NAME TO LQ-SOURCE-PROGRAM
002168         MOVE GR-STUDENT-ID TO LQ-STUDENT-ID
002169         MOVE ZERO TO LQ-APPLICANT-NO
002170         MOVE GR-TERM-CODE TO LQ-TERM-CODE
002171         MOVE ZERO TO LQ-TERM-GPA
002172         MOVE GR-COURSE-CODE TO LQ-COURSE-CODE
002173         WRITE LQ-LETTER-REQUEST
002174     END-IF.

002175     PERFORM 2100-READ-GRADE THRU 2100-READ-GRADE-EXIT.
002190 2000-ONE-GRADE-EXIT.
002200     EXIT.

002770         CLOSE STUDENT-MASTER
002780         CLOSE ADVISOR-FILE
002790         CLOSE INSTRUCTOR-MASTER
002795         CLOSE LETTER-REQUESTS
002800     END-IF.
002810     CLOSE NOTICE-RPT.
002820     IF RETURN-CODE NOT = 8
