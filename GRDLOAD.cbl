000010******************************************************************
000020* PROGRAM-ID : GRDLOAD
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   LOADS OR REFRESHES THE GRADE-SCALE REFERENCE FILE (GRDSCALE)
000090*   FROM THE REGISTRAR'S SEQUENTIAL SCALE LIST.  EACH ENTRY
000100*   CARRIES A GRADE, THE TERM IT TAKES EFFECT, ITS QUALITY
000110*   POINTS, AND WHETHER IT COUNTS IN THE GPA, EARNS CREDIT, AND
000120*   PASSES FOR PREREQUISITES.  A SENATE CHANGE IS LOADED UNDER
000130*   A NEW EFFECTIVE TERM SO EARLIER TERMS KEEP THE VALUE THEY
000140*   WERE GRADED UNDER; THE SAME GRADE AND TERM REPLACES THE
000150*   PRIOR ENTRY, SO THE SAME INPUT CAN BE RERUN SAFELY.  THE
000160*   EFFECTIVE TERM MUST BE ON TERMFILE - ITS START DATE IS
000170*   STAMPED ON THE ENTRY FOR THE GRDVALUE SERVICE TO ORDER
000180*   VERSIONS BY.  PRODUCES A LOAD REPORT WITH ADDED/REPLACED/
000190*   REJECTED COUNTS.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-10-15  RO   ORIGINAL PROGRAM.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    GRDLOAD.
000260 AUTHOR.        R. OKONKWO.
000270 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000280 DATE-WRITTEN.  2026-10-15.
000290 DATE-COMPILED.

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SCALE-IN ASSIGN TO "GRDSCLIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-IN-STATUS.

000360     SELECT GRADE-SCALE ASSIGN TO "GRDSCALE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS GS-SCALE-KEY
000400         FILE STATUS IS WS-SCALE-STATUS.

000410     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TM-TERM-CODE
000450         FILE STATUS IS WS-TERM-STATUS.

000460     SELECT LOAD-RPT ASSIGN TO "GRDLDRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  SCALE-IN.
000520 01  SI-SCALE-IN.
000530     05  SI-GRADE             PIC X(02).
000540     05  SI-EFFECTIVE-TERM    PIC X(05).
000550     05  SI-QUALITY-POINTS    PIC 9V99.
000560     05  SI-GPA-FLAG          PIC X(01).
000570     05  SI-CREDIT-FLAG       PIC X(01).
000580     05  SI-PASS-FLAG         PIC X(01).
000590     05  SI-DESCRIPTION       PIC X(20).

000600 FD  GRADE-SCALE.
000610     COPY "grdscale.cpy".

000620 FD  TERM-CONTROL.
000630     COPY "termrec.cpy".

000640 FD  LOAD-RPT.
000650 01  LR-REPORT-LINE           PIC X(80).

000660 WORKING-STORAGE SECTION.
000670     COPY "runhdr.cpy".

000680 01  WS-SWITCHES.
000690     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000700         88  WS-EOF           VALUE "Y".
000710     05  WS-TERM-OPEN-SWITCH  PIC X(01) VALUE "N".
000720         88  WS-TERM-FILE-OPEN VALUE "Y".

000730 01  WS-FILE-STATUSES.
000740     05  WS-IN-STATUS         PIC X(02) VALUE "00".
000750     05  WS-SCALE-STATUS      PIC X(02) VALUE "00".
000760     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
000770     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000780 01  WS-COUNTERS COMP.
000790     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000800     05  WS-RECORDS-ADDED     PIC 9(05) VALUE ZERO.
000810     05  WS-RECORDS-REPLACED  PIC 9(05) VALUE ZERO.
000820     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

000830 01  WS-EDIT-COUNTERS.
000840     05  WS-READ-ED           PIC ZZZZ9.
000850     05  WS-ADDED-ED          PIC ZZZZ9.
000860     05  WS-REPLACED-ED       PIC ZZZZ9.
000870     05  WS-REJECTED-ED       PIC ZZZZ9.
000880     05  WS-POINTS-ED         PIC 9.99.

000890 01  WS-REJECT-REASON         PIC X(24).
000900 01  WS-REPORT-LINE           PIC X(80).

000910 PROCEDURE DIVISION.

000920******************************************************************
000930* 0000-MAINLINE.
000940******************************************************************
000950 0000-MAINLINE.
000960     MOVE "GRDLOAD" TO RH-PROGRAM-NAME.
000970     CALL "BIZDATE" USING RH-RUN-DATE.
000980     ACCEPT RH-RUN-TIME FROM TIME.
000990     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001000         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001020     PERFORM 2000-PROCESS-GRADE THRU 2000-PROCESS-GRADE-EXIT
001030         UNTIL WS-EOF.
001040     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001050     ACCEPT RH-RUN-TIME FROM TIME.
001060     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001070         RH-RUN-TIME.
001080     STOP RUN.

001090******************************************************************
001100* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST RECORD.
001110******************************************************************
001120 1000-INITIALIZE.
001130     OPEN INPUT SCALE-IN.
001140     OPEN OUTPUT LOAD-RPT.

001150     OPEN I-O GRADE-SCALE.
001160     IF WS-SCALE-STATUS = "35"
001170         OPEN OUTPUT GRADE-SCALE
001180         CLOSE GRADE-SCALE
001190         OPEN I-O GRADE-SCALE
001200     END-IF.

001210     OPEN INPUT TERM-CONTROL.
001220     IF WS-TERM-STATUS = "00"
001230         SET WS-TERM-FILE-OPEN TO TRUE
001240     END-IF.

001250     MOVE "GRADE-SCALE REFERENCE LOAD REPORT" TO WS-REPORT-LINE.
001260     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001270     MOVE "GR TERM  PTS  G C P DESCRIPTION           ACTION"
001280         TO WS-REPORT-LINE.
001290     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001300     PERFORM 2100-READ-GRADE THRU 2100-READ-GRADE-EXIT.
001310 1000-INITIALIZE-EXIT.
001320     EXIT.

001330******************************************************************
001340* 2000-PROCESS-GRADE - EDIT AND APPLY ONE SCALE ENTRY.
001350******************************************************************
001360 2000-PROCESS-GRADE.
001370     ADD 1 TO WS-RECORDS-READ.
001380     MOVE SPACES TO WS-REJECT-REASON.

001390     IF SI-GRADE = SPACES
001400         MOVE "REJECTED - NO GRADE" TO WS-REJECT-REASON
001410     END-IF.
001420     IF WS-REJECT-REASON = SPACES
001430             AND SI-QUALITY-POINTS IS NOT NUMERIC
001440         MOVE "REJECTED - BAD POINTS" TO WS-REJECT-REASON
001450     END-IF.
001460     IF WS-REJECT-REASON = SPACES
001470             AND ((SI-GPA-FLAG NOT = "Y"
001480                 AND SI-GPA-FLAG NOT = "N")
001490             OR (SI-CREDIT-FLAG NOT = "Y"
001500                 AND SI-CREDIT-FLAG NOT = "N")
001510             OR (SI-PASS-FLAG NOT = "Y"
001520                 AND SI-PASS-FLAG NOT = "N"))
001530         MOVE "REJECTED - BAD FLAG" TO WS-REJECT-REASON
001540     END-IF.
001550     IF WS-REJECT-REASON = SPACES
001560         PERFORM 2200-FIND-TERM THRU 2200-FIND-TERM-EXIT
001570     END-IF.
001580     IF WS-REJECT-REASON NOT = SPACES
001590         ADD 1 TO WS-RECORDS-REJECTED
001600         PERFORM 2300-REPORT-ENTRY THRU 2300-REPORT-ENTRY-EXIT
001610         GO TO 2000-NEXT-GRADE
001620     END-IF.

001630     MOVE SI-GRADE TO GS-GRADE.
001640     MOVE SI-EFFECTIVE-TERM TO GS-EFFECTIVE-TERM.
001650     MOVE TM-START-DATE TO GS-EFFECTIVE-DATE.
001660     MOVE SI-QUALITY-POINTS TO GS-QUALITY-POINTS.
001670     MOVE SI-GPA-FLAG TO GS-GPA-FLAG.
001680     MOVE SI-CREDIT-FLAG TO GS-CREDIT-FLAG.
001690     MOVE SI-PASS-FLAG TO GS-PASS-FLAG.
001700     MOVE SI-DESCRIPTION TO GS-DESCRIPTION.
001710     WRITE GS-SCALE-RECORD
001720         INVALID KEY
001730             REWRITE GS-SCALE-RECORD
001740             ADD 1 TO WS-RECORDS-REPLACED
001750             MOVE "REPLACED" TO WS-REJECT-REASON
001760         NOT INVALID KEY
001770             ADD 1 TO WS-RECORDS-ADDED
001780             MOVE "ADDED" TO WS-REJECT-REASON
001790     END-WRITE.
001800     PERFORM 2300-REPORT-ENTRY THRU 2300-REPORT-ENTRY-EXIT.

001810 2000-NEXT-GRADE.
001820     PERFORM 2100-READ-GRADE THRU 2100-READ-GRADE-EXIT.
001830 2000-PROCESS-GRADE-EXIT.
001840     EXIT.

001850******************************************************************
001860* 2100-READ-GRADE - GET THE NEXT INPUT RECORD.
001870******************************************************************
001880 2100-READ-GRADE.
001890     READ SCALE-IN
001900         AT END
001910             SET WS-EOF TO TRUE
001920     END-READ.
001930 2100-READ-GRADE-EXIT.
001940     EXIT.

001950******************************************************************
001960* 2200-FIND-TERM - THE EFFECTIVE TERM MUST BE ON TERMFILE WITH
001970*                  A START DATE TO ORDER VERSIONS BY.
001980******************************************************************
001990 2200-FIND-TERM.
002000     IF NOT WS-TERM-FILE-OPEN
002010         MOVE "REJECTED - NO TERMFILE" TO WS-REJECT-REASON
002020         GO TO 2200-FIND-TERM-EXIT
002030     END-IF.
002040     MOVE SI-EFFECTIVE-TERM TO TM-TERM-CODE.
002050     READ TERM-CONTROL
002060         INVALID KEY
002070             MOVE "REJECTED - UNKNOWN TERM" TO WS-REJECT-REASON
002080             GO TO 2200-FIND-TERM-EXIT
002090     END-READ.
002100     IF TM-START-DATE IS NOT NUMERIC
002110             OR TM-START-DATE = ZERO
002120         MOVE "REJECTED - TERM NO START" TO WS-REJECT-REASON
002130     END-IF.
002140 2200-FIND-TERM-EXIT.
002150     EXIT.

002160******************************************************************
002170* 2300-REPORT-ENTRY - ONE DETAIL LINE WITH ITS ACTION.
002180******************************************************************
002190 2300-REPORT-ENTRY.
002200     MOVE SPACES TO WS-REPORT-LINE.
002210     IF SI-QUALITY-POINTS IS NUMERIC
002220         MOVE SI-QUALITY-POINTS TO WS-POINTS-ED
002230     ELSE
002240         MOVE ZERO TO WS-POINTS-ED
002250     END-IF.
002260     STRING SI-GRADE           DELIMITED BY SIZE
002270            " "                DELIMITED BY SIZE
002280            SI-EFFECTIVE-TERM  DELIMITED BY SIZE
002290            " "                DELIMITED BY SIZE
002300            WS-POINTS-ED       DELIMITED BY SIZE
002310            " "                DELIMITED BY SIZE
002320            SI-GPA-FLAG        DELIMITED BY SIZE
002330            " "                DELIMITED BY SIZE
002340            SI-CREDIT-FLAG     DELIMITED BY SIZE
002350            " "                DELIMITED BY SIZE
002360            SI-PASS-FLAG       DELIMITED BY SIZE
002370            " "                DELIMITED BY SIZE
002380            SI-DESCRIPTION     DELIMITED BY SIZE
002390            "  "               DELIMITED BY SIZE
002400            WS-REJECT-REASON   DELIMITED BY SIZE
002410         INTO WS-REPORT-LINE.
002420     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
002430 2300-REPORT-ENTRY-EXIT.
002440     EXIT.

002450******************************************************************
002460* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
002470******************************************************************
002480 3000-FINISH.
002490     MOVE WS-RECORDS-READ TO WS-READ-ED.
002500     MOVE WS-RECORDS-ADDED TO WS-ADDED-ED.
002510     MOVE WS-RECORDS-REPLACED TO WS-REPLACED-ED.
002520     MOVE WS-RECORDS-REJECTED TO WS-REJECTED-ED.

002530     MOVE SPACES TO WS-REPORT-LINE.
002540     STRING "GRADES READ: "      DELIMITED BY SIZE
002550            WS-READ-ED           DELIMITED BY SIZE
002560            "  ADDED: "          DELIMITED BY SIZE
002570            WS-ADDED-ED          DELIMITED BY SIZE
002580            "  REPLACED: "       DELIMITED BY SIZE
002590            WS-REPLACED-ED       DELIMITED BY SIZE
002600            "  REJECTED: "       DELIMITED BY SIZE
002610            WS-REJECTED-ED       DELIMITED BY SIZE
002620         INTO WS-REPORT-LINE.
002630     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

002640     CLOSE SCALE-IN.
002650     CLOSE GRADE-SCALE.
002660     IF WS-TERM-FILE-OPEN
002670         CLOSE TERM-CONTROL
002680     END-IF.
002690     CLOSE LOAD-RPT.

002700     IF WS-RECORDS-REJECTED > ZERO
002710         MOVE 4 TO RETURN-CODE
002720     ELSE
002730         MOVE 0 TO RETURN-CODE
002740     END-IF.
002750 3000-FINISH-EXIT.
002760     EXIT.

002770 END PROGRAM GRDLOAD.
