000130*   THE SCHDPARM PARAMETER RECORD NAMES THE TERM AND SELECTS ONE
000140*   STUDENT, OR ALL STUDENTS WHEN ZERO, SO ADVISING CAN HAND A
000150*   SCHEDULE ACROSS THE COUNTER OR CUT THE WHOLE TERM'S STACK.
000153*   ONCE EXAMSCHD HAS RUN FOR THE TERM, EACH COURSE ALSO SHOWS
000156*   ITS FINAL EXAM DATE, TIME AND ROOM.
000157*   A TERM ON SCHDPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000158*   REGISTRATION TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY.
000180*   2026-09-02  RO   ORIGINAL PROGRAM.
000185*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000186*   2026-10-15  RO   FINAL EXAM LINE UNDER EACH COURSE FROM THE
000188*                    EXAM SCHEDULE (EXAMSCHD), WHEN ONE EXISTS.
000190*   2026-10-15  RO   A BLANK OR MISSING SCHDPARM TERM TAKES THE
000192*                    REGISTRATION TERM FROM THE RUN-CONTROL
000194*                    LIBRARY (RUNCTL, VIA RUNPARM); THE TERM IS
000196*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000198******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    SCHEDPRT.
000220 AUTHOR.        R. OKONKWO.
000540         RECORD KEY IS CM-COURSE-CODE
000550         FILE STATUS IS WS-CRS-STATUS.

000551     SELECT EXAM-FILE ASSIGN TO "EXAMSCHD"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS XS-OFFER-KEY
000555         FILE STATUS IS WS-EXAM-STATUS.

000560     SELECT SCHEDULE-RPT ASSIGN TO "SCHEDRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.
000610 FD  SCHEDULE-PARM.
000620 01  SP-PARM-RECORD.
000630     05  SP-TERM-CODE         PIC X(05).
000640     05  SP-STUDENT-ID        PIC 9(08).

000650 FD  ENROLLMENT-MASTER.
000660     COPY "enrlrec.cpy".
000710 FD  COURSE-MASTER.
000720     COPY "crsrec.cpy".

000723 FD  EXAM-FILE.
000726     COPY "examschd.cpy".

000730 FD  SCHEDULE-RPT.
000740 01  SC-REPORT-LINE           PIC X(80).

000750 WORKING-STORAGE SECTION.
000760     COPY "runhdr.cpy".

000763*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000766     COPY "runparm.cpy".

000770 01  WS-SWITCHES.
000780     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000790         88  WS-EOF           VALUE "Y".
000793     05  WS-EXAM-SWITCH       PIC X(01) VALUE "N".
000796         88  WS-EXAM-USABLE   VALUE "Y".

000800 01  WS-FILE-STATUSES.
000810     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000830     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000840     05  WS-OFF-STATUS        PIC X(02) VALUE "00".
000850     05  WS-CRS-STATUS        PIC X(02) VALUE "00".
000855     05  WS-EXAM-STATUS       PIC X(02) VALUE "00".
000860     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000870 01  WS-SELECTION.
000880     05  WS-SELECTED-TERM     PIC X(05) VALUE SPACES.
000890     05  WS-SELECTED-STUDENT  PIC 9(08) VALUE ZERO.

000900 01  WS-COUNTERS COMP.
000910     05  WS-STUDENTS-PRINTED  PIC 9(05) VALUE ZERO.
000920     05  WS-LINES-PRINTED     PIC 9(05) VALUE ZERO.

000930 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.

000940 01  WS-TIME-EDITS.
000950     05  WS-START-ED          PIC 9(04).
001230     MOVE "STUDENT SCHEDULES" TO WS-REPORT-LINE.
001240     WRITE SC-REPORT-LINE FROM WS-REPORT-LINE.

001249*    A TERM ON SCHDPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001258*    THIS RUN ONLY; WITHOUT ONE THE REGISTRATION TERM COMES FROM
001267*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001276     MOVE SPACES TO RK-EXPLICIT-TERM.
001285     OPEN INPUT SCHEDULE-PARM.
001294     IF WS-PARM-STATUS = "00"
001303         READ SCHEDULE-PARM
001312             AT END
001321                 MOVE SPACES TO SP-PARM-RECORD
001330         END-READ
001339         MOVE SP-TERM-CODE TO RK-EXPLICIT-TERM
001348         IF SP-STUDENT-ID IS NUMERIC
001357             MOVE SP-STUDENT-ID TO WS-SELECTED-STUDENT
001366         END-IF
001375         CLOSE SCHEDULE-PARM
001384     END-IF.
001393     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001402     SET RK-REG-TERM TO TRUE.
001411     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001420     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001429     WRITE SC-REPORT-LINE FROM WS-REPORT-LINE.
001438     IF NOT RK-TERM-VALID
001447         SET WS-EOF TO TRUE
001456         MOVE 8 TO RETURN-CODE
001465         GO TO 1000-INITIALIZE-EXIT
001474     END-IF.
001483     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001510     MOVE SPACES TO WS-REPORT-LINE.
001520     STRING "TERM " DELIMITED BY SIZE
001650     OPEN INPUT STUDENT-MASTER.
001660     OPEN INPUT OFFERING-FILE.
001670     OPEN INPUT COURSE-MASTER.
001672     OPEN INPUT EXAM-FILE.
001674     IF WS-EXAM-STATUS = "00"
001676         SET WS-EXAM-USABLE TO TRUE
001678     END-IF.

001680     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
001690 1000-INITIALIZE-EXIT.
002810             INTO WS-REPORT-LINE
002820     END-IF.
002830     WRITE SC-REPORT-LINE FROM WS-REPORT-LINE.
002831     ADD 1 TO WS-LINES-PRINTED.

002832     IF NOT WS-EXAM-USABLE
002833         GO TO 2300-PRINT-ONE-COURSE-EXIT
002834     END-IF.
002835     MOVE EN-COURSE-CODE TO XS-COURSE-CODE.
002836     MOVE EN-TERM-CODE TO XS-TERM-CODE.
002837     MOVE EN-SECTION TO XS-SECTION.
002838     READ EXAM-FILE
002839         INVALID KEY
002840             GO TO 2300-PRINT-ONE-COURSE-EXIT
002841     END-READ.
002842     IF WS-EXAM-STATUS NOT = "00"
002843         GO TO 2300-PRINT-ONE-COURSE-EXIT
002844     END-IF.
002845     MOVE XS-EXAM-START TO WS-START-ED.
002846     MOVE XS-EXAM-END TO WS-END-ED.
002847     MOVE SPACES TO WS-REPORT-LINE.
002848     STRING "            FINAL EXAM " DELIMITED BY SIZE
002849            XS-EXAM-DATE      DELIMITED BY SIZE
002850            " "               DELIMITED BY SIZE
002851            WS-START-ED       DELIMITED BY SIZE
002852            "-"               DELIMITED BY SIZE
002853            WS-END-ED         DELIMITED BY SIZE
002854            " "               DELIMITED BY SIZE
002855            XS-EXAM-ROOM      DELIMITED BY SIZE
002856         INTO WS-REPORT-LINE.
002857     WRITE SC-REPORT-LINE FROM WS-REPORT-LINE.
002858 2300-PRINT-ONE-COURSE-EXIT.
002860     EXIT.

002870******************************************************************
003090         CLOSE OFFERING-FILE
003100         CLOSE COURSE-MASTER
003110     END-IF.
003112     IF WS-EXAM-USABLE
003114         CLOSE EXAM-FILE
003116     END-IF.
003120     IF RETURN-CODE NOT = 8
003130         MOVE 0 TO RETURN-CODE
003140     END-IF.
