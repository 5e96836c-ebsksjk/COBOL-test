000190*   THE STANDING IS KEPT WITH THE STUDENT ON THE STANDING FILE
000200*   (REPLACING ANY PRIOR TERM'S) AND THE STANDING REPORT PRINTS
000210*   EVERY STUDENT UNDER A CONTROL BREAK PER MAJOR, SO ADVISING
000215*   HAS IT THE MORNING AFTER GRADES CLOSE.  A PROBATION,
000220*   SUSPENSION, OR DEAN'S LIST STANDING ALSO QUEUES THE
000225*   STUDENT'S LETTER ON LETTREQ FOR THE NIGHTLY LETTER PRINT.
000226*   A TERM ON TRMCLPRM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000227*   GRADING TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-09-02  RO   ORIGINAL PROGRAM.
000253*   2026-10-15  RO   QUALITY POINTS AND GPA TREATMENT COME FROM
000256*                    THE GRADE-SCALE SERVICE (GRDVALUE).
000258*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000260*   2026-10-15  RO   CREDIT HOURS COME FROM THE CATALOG VERSION IN
000261*                    FORCE FOR THE TERM OF THE GRADE (CRSVERS).
000262*   2026-10-15  RO   RUNS ONLY AFTER THE STEP BEFORE IT IN THE
000263*                    TERM-CLOSE STREAM HAS FINISHED FOR THE
000264*                    TERM, AND LOGS ITS OWN FINISH (TCLSTEP).
000265*   2026-10-15  RO   PROBATION, SUSPENSION, AND DEAN'S LIST
000266*                    LETTERS ARE REQUESTED ON LETTREQ.
000267*   2026-10-15  RO   A BLANK OR MISSING TRMCLPRM TERM TAKES THE
000268*                    GRADING TERM FROM THE RUN-CONTROL LIBRARY
000269*                    (RUNCTL, THROUGH RUNPARM); THE TERM IS
000270*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000271******************************************************************
000272 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    ACADSTND.
000290 AUTHOR.        R. OKONKWO.
000300 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-MAST-STATUS.

000560     SELECT STANDING-FILE ASSIGN TO "STANDING"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.

000632     SELECT LETTER-REQUESTS ASSIGN TO "LETTREQ"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS WS-LETT-STATUS.

000640     SELECT SORT-WORK ASSIGN TO "SORTWK01".

000650 DATA DIVISION.
000720 FD  STUDENT-MASTER.
000730     COPY "studrec.cpy".

000760 FD  STANDING-FILE.
000770     COPY "standrec.cpy".

000780 FD  STANDING-RPT.
000790 01  SR-REPORT-LINE           PIC X(80).

000793 FD  LETTER-REQUESTS.
000796     COPY "lettreq.cpy".

000800 SD  SORT-WORK.
000810 01  SW-SORT-RECORD.
000820     05  SW-MAJOR-CODE        PIC X(04).
000830     05  SW-STUDENT-ID        PIC 9(08).
000840     05  SW-STUDENT-NAME      PIC A(15).
000850     05  SW-TERM-GPA          PIC 9(01)V99.
000860     05  SW-STANDING-CODE     PIC X(02).
000870 WORKING-STORAGE SECTION.
000880     COPY "runhdr.cpy".

000883*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000886     COPY "runparm.cpy".

000890 01  WS-SWITCHES.
000900     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000910         88  WS-EOF           VALUE "Y".
000950     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000960     05  WS-GRADE-STATUS      PIC X(02) VALUE "00".
000970     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000990     05  WS-STND-STATUS       PIC X(02) VALUE "00".
001000     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
001005     05  WS-LETT-STATUS       PIC X(02) VALUE "00".

001010 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

001070     05  WS-SUSP-COUNT        PIC 9(05) VALUE ZERO.
001080     05  WS-MAJOR-COUNT       PIC 9(05) VALUE ZERO.

001090 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.

001100 01  WS-GPA-FIELDS.
001110     05  WS-QUALITY-POINTS    PIC 9(01)V99.

001260 01  WS-REPORT-LINE           PIC X(80).

001263*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
001266     COPY "grdval.cpy".

001267*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
001269     COPY "crsvers.cpy".

001271*    CALL AREA FOR THE TERM-CLOSE STEP SERVICE (TCLSTEP).
001273     COPY "tclstep.cpy".

001275 PROCEDURE DIVISION.

001280******************************************************************
001290* 0000-MAINLINE.
001570     MOVE "ACADEMIC STANDING REPORT" TO WS-REPORT-LINE.
001580     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.

001589*    A TERM ON TRMCLPRM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001598*    THIS RUN ONLY; WITHOUT ONE THE GRADING TERM COMES FROM
001607*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001616     MOVE SPACES TO RK-EXPLICIT-TERM.
001625     OPEN INPUT CLOSE-PARM.
001634     IF WS-PARM-STATUS = "00"
001643         READ CLOSE-PARM
001652             AT END
001661                 MOVE SPACES TO CP-TERM-CODE
001670         END-READ
001679         MOVE CP-TERM-CODE TO RK-EXPLICIT-TERM
001688         CLOSE CLOSE-PARM
001697     END-IF.
001706     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001715     SET RK-GRADING-TERM TO TRUE.
001724     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001733     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001742     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.
001751     IF NOT RK-TERM-VALID
001760         SET WS-EOF TO TRUE
001769         MOVE 8 TO RETURN-CODE
001778         GO TO 1000-INITIALIZE-EXIT
001787     END-IF.
001796     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001810     MOVE SPACES TO WS-REPORT-LINE.
001820     STRING "TERM "              DELIMITED BY SIZE
001830            WS-SELECTED-TERM     DELIMITED BY SIZE
001840            "  BY MAJOR"         DELIMITED BY SIZE
001850         INTO WS-REPORT-LINE.
001851     WRITE SR-REPORT-LINE FROM WS-REPORT-LINE.

001852*    THE TERM-CLOSE STREAM RUNS IN ORDER - THE STEP BEFORE THIS
001853*    ONE MUST HAVE FINISHED FOR THE SAME TERM.
001854     SET TG-BEGIN TO TRUE.
001855     MOVE WS-SELECTED-TERM TO TG-TERM-CODE.
001856     MOVE RH-PROGRAM-NAME TO TG-PROGRAM-NAME.
001857     CALL "TCLSTEP" USING TG-STEP-AREA.
001858     IF TG-GATE-SHUT
001859         MOVE SPACES TO WS-REPORT-LINE
001860         STRING "  (REFUSED - " DELIMITED BY SIZE
001861                TG-REASON       DELIMITED BY "  "
001862                ")"             DELIMITED BY SIZE
001863             INTO WS-REPORT-LINE
001864         WRITE SR-REPORT-LINE FROM WS-REPORT-LINE
001865         DISPLAY "TERM-CLOSE STEP REFUSED: ", TG-REASON
001866         SET WS-EOF TO TRUE
001867         MOVE 8 TO RETURN-CODE
001868         GO TO 1000-INITIALIZE-EXIT
001869     END-IF.

001870     OPEN INPUT GRADE-MASTER.
001880     IF WS-GRADE-STATUS NOT = "00"
001930         GO TO 1000-INITIALIZE-EXIT
001940     END-IF.
001950     OPEN INPUT STUDENT-MASTER.

001970     OPEN I-O STANDING-FILE.
001980     IF WS-STND-STATUS = "35"
002000         CLOSE STANDING-FILE
002010         OPEN I-O STANDING-FILE
002020     END-IF.
002022     OPEN EXTEND LETTER-REQUESTS.
002024     IF WS-LETT-STATUS = "05" OR WS-LETT-STATUS = "35"
002026         OPEN OUTPUT LETTER-REQUESTS
002028     END-IF.
002030 1000-INITIALIZE-EXIT.
002040     EXIT.

002590******************************************************************
002600* 2400-GRADE-POINTS - CONVERT THE LETTER GRADE TO QUALITY POINTS
002610*                     AND ACCUMULATE CREDIT-WEIGHTED TERM TOTALS.
002620*                     SAME SCALE AND CREDIT FALLBACK AS TRNSCRPT.
002630******************************************************************
002640 2400-GRADE-POINTS.
002650     MOVE "Y" TO WS-GRADED-SWITCH.
002660*    POINTS AND GPA TREATMENT COME FROM THE GRADE-SCALE VERSION
002670*    IN FORCE FOR THE TERM THE GRADE WAS EARNED (GRDVALUE).
002680     MOVE GR-GRADE TO GV-GRADE.
002690     MOVE GR-TERM-CODE TO GV-TERM-CODE.
002700     CALL "GRDVALUE" USING GV-VALUE-AREA.
002710     MOVE GV-QUALITY-POINTS TO WS-QUALITY-POINTS.
002720     IF NOT GV-COUNTS-IN-GPA
002730         MOVE "N" TO WS-GRADED-SWITCH
002740     END-IF.
002810     IF NOT WS-GRADE-COUNTS
002820         GO TO 2400-GRADE-POINTS-EXIT
002830     END-IF.

002840     MOVE GR-COURSE-CODE TO CQ-COURSE-CODE.
002850     MOVE GR-TERM-CODE TO CQ-TERM-CODE.
002860     CALL "CRSVERS" USING CQ-VERSION-AREA.
002870     IF CQ-COURSE-FOUND
002880             AND CQ-CREDIT-HOURS IS NUMERIC
002890             AND CQ-CREDIT-HOURS > ZERO
002900         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
002910     ELSE
002920         MOVE 3 TO WS-CREDIT-HOURS
002930     END-IF.

002960     COMPUTE WS-QP-TOTAL =
002970         WS-QP-TOTAL + (WS-QUALITY-POINTS * WS-CREDIT-HOURS).
003430     WRITE AS-STANDING-RECORD
003440         INVALID KEY
003450             REWRITE AS-STANDING-RECORD
003451     END-WRITE.

003452*    EVERY STANDING BUT GOOD STANDING GETS A LETTER.
003453     IF WS-STANDING-CODE NOT = "GS"
003454         MOVE SPACES TO LQ-LETTER-REQUEST
003455         MOVE WS-STANDING-CODE TO LQ-LETTER-CODE
003456         MOVE RH-RUN-DATE TO LQ-REQUEST-DATE
003457         MOVE RH-PROGRAM-NAME TO LQ-SOURCE-PROGRAM
003458         MOVE WS-CURRENT-STUDENT TO LQ-STUDENT-ID
003459         MOVE ZERO TO LQ-APPLICANT-NO
003460         MOVE WS-SELECTED-TERM TO LQ-TERM-CODE
003461         MOVE WS-TERM-GPA TO LQ-TERM-GPA
003462         MOVE WS-STANDING-CODE TO LQ-STANDING-CODE
003463         WRITE LQ-LETTER-REQUEST
003464     END-IF.

003465     MOVE SM-MAJOR-CODE TO SW-MAJOR-CODE.
003480     MOVE WS-CURRENT-STUDENT TO SW-STUDENT-ID.
003490     MOVE SM-STUDENT-NAME TO SW-STUDENT-NAME.
003500     MOVE WS-TERM-GPA TO SW-TERM-GPA.
004710     IF WS-GRADE-STATUS = "00" OR WS-GRADE-STATUS = "10"
004720         CLOSE GRADE-MASTER
004730         CLOSE STUDENT-MASTER
004750         CLOSE STANDING-FILE
004755         CLOSE LETTER-REQUESTS
004760     END-IF.
004770     IF RETURN-CODE NOT = 8
004772         SET TG-END TO TRUE
004774         MOVE ZERO TO TG-RETURN-CODE
004776         MOVE WS-STUDENTS-RATED TO TG-ITEM-COUNT
004778         CALL "TCLSTEP" USING TG-STEP-AREA
004780         MOVE 0 TO RETURN-CODE
004790     END-IF.
004800 3000-FINISH-EXIT.
