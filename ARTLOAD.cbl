000010******************************************************************
000020* PROGRAM-ID : ARTLOAD
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   LOADS OR REFRESHES THE TRANSFER ARTICULATION TABLE
000090*   (ARTICTBL) FROM THE EVALUATORS' SEQUENTIAL ARTICIN LIST, THE
000100*   SAME WAY ROOMLOAD FEEDS THE ROOM MASTER.  EACH ENTRY NAMES A
000110*   SOURCE INSTITUTION AND EXTERNAL COURSE, THE DATE RANGE THE
000120*   EQUIVALENCY APPLIES TO, AND EITHER A CATALOG EQUIVALENT
000130*   (TYPE "C") OR ELECTIVE CREDIT (TYPE "E").  AN ENTRY WHOSE
000140*   KEY (INSTITUTION, COURSE, EFFECTIVE-FROM DATE) IS ALREADY ON
000150*   FILE REPLACES IT, SO THE SAME INPUT CAN BE RERUN SAFELY; AN
000160*   ACTION OF "D" DELETES THE ROW.  TO RETIRE AN EQUIVALENCY,
000170*   RELOAD ITS ROW WITH AN EFFECTIVE-TO DATE.  PRODUCES A LOAD
000180*   REPORT WITH ADDED/REPLACED/DELETED/REJECTED COUNTS.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-10-15  RO   ORIGINAL PROGRAM.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    ARTLOAD.
000250 AUTHOR.        R. OKONKWO.
000260 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000270 DATE-WRITTEN.  2026-10-15.
000280 DATE-COMPILED.

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ARTIC-IN ASSIGN TO "ARTICIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-IN-STATUS.

000350     SELECT ARTIC-TABLE ASSIGN TO "ARTICTBL"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS AR-ARTIC-KEY
000390         FILE STATUS IS WS-MAST-STATUS.

000400     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CM-COURSE-CODE
000440         FILE STATUS IS WS-CRS-STATUS.

000450     SELECT LOAD-RPT ASSIGN TO "ARTLDRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ARTIC-IN.
000510 01  AI-ARTIC-IN.
000520     05  AI-ACTION            PIC X(01).
000530         88  AI-DELETE        VALUE "D".
000540     05  AI-SOURCE-INST       PIC X(20).
000550     05  AI-EXT-COURSE        PIC X(10).
000560     05  AI-EFFECTIVE-FROM    PIC 9(08).
000570     05  AI-EFFECTIVE-TO      PIC 9(08).
000580     05  AI-EQUIV-TYPE        PIC X(01).
000590     05  AI-LOCAL-COURSE      PIC X(06).

000600 FD  ARTIC-TABLE.
000610     COPY "artic.cpy".

000620 FD  COURSE-MASTER.
000630     COPY "crsrec.cpy".

000640 FD  LOAD-RPT.
000650 01  AL-REPORT-LINE           PIC X(80).

000660 WORKING-STORAGE SECTION.
000670     COPY "runhdr.cpy".

000680 01  WS-SWITCHES.
000690     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000700         88  WS-EOF           VALUE "Y".

000710 01  WS-FILE-STATUSES.
000720     05  WS-IN-STATUS         PIC X(02) VALUE "00".
000730     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000740     05  WS-CRS-STATUS        PIC X(02) VALUE "00".
000750     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000760 01  WS-COUNTERS COMP.
000770     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000780     05  WS-RECORDS-ADDED     PIC 9(05) VALUE ZERO.
000790     05  WS-RECORDS-REPLACED  PIC 9(05) VALUE ZERO.
000800     05  WS-RECORDS-DELETED   PIC 9(05) VALUE ZERO.
000810     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

000820 01  WS-EDIT-COUNTERS.
000830     05  WS-READ-ED           PIC ZZZZ9.
000840     05  WS-ADDED-ED          PIC ZZZZ9.
000850     05  WS-REPLACED-ED       PIC ZZZZ9.
000860     05  WS-DELETED-ED        PIC ZZZZ9.
000870     05  WS-REJECTED-ED       PIC ZZZZ9.

000880 01  WS-REJECT-TEXT           PIC X(30).
000890 01  WS-ACTION-TEXT           PIC X(10).

000900 01  WS-REPORT-LINE           PIC X(80).

000910 PROCEDURE DIVISION.

000920******************************************************************
000930* 0000-MAINLINE.
000940******************************************************************
000950 0000-MAINLINE.
000960     MOVE "ARTLOAD" TO RH-PROGRAM-NAME.
000970     CALL "BIZDATE" USING RH-RUN-DATE.
000980     ACCEPT RH-RUN-TIME FROM TIME.
000990     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001000         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001020     PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
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
001130     OPEN INPUT ARTIC-IN.
001140     OPEN OUTPUT LOAD-RPT.
001150     OPEN INPUT COURSE-MASTER.

001160     OPEN I-O ARTIC-TABLE.
001170     IF WS-MAST-STATUS = "35"
001180         OPEN OUTPUT ARTIC-TABLE
001190         CLOSE ARTIC-TABLE
001200         OPEN I-O ARTIC-TABLE
001210     END-IF.

001220     MOVE "ARTICULATION TABLE LOAD REPORT" TO WS-REPORT-LINE.
001230     WRITE AL-REPORT-LINE FROM WS-REPORT-LINE.
001240     MOVE "INSTITUTION          COURSE     FROM     ACTION"
001250         TO WS-REPORT-LINE.
001260     WRITE AL-REPORT-LINE FROM WS-REPORT-LINE.

001270     PERFORM 2100-READ-ENTRY THRU 2100-READ-ENTRY-EXIT.
001280 1000-INITIALIZE-EXIT.
001290     EXIT.

001300******************************************************************
001310* 2000-PROCESS-ENTRY - APPLY ONE ENTRY TO THE TABLE.
001320******************************************************************
001330 2000-PROCESS-ENTRY.
001340     ADD 1 TO WS-RECORDS-READ.
001350     MOVE SPACES TO WS-REPORT-LINE.
001360     MOVE SPACES TO WS-REJECT-TEXT.
001370     MOVE SPACES TO WS-ACTION-TEXT.

001380     IF AI-SOURCE-INST = SPACES OR AI-EXT-COURSE = SPACES
001390         MOVE "BAD INSTITUTION OR COURSE" TO WS-REJECT-TEXT
001400         GO TO 2000-REPORT-ENTRY
001410     END-IF.
001420     IF AI-EFFECTIVE-FROM IS NOT NUMERIC
001430             OR AI-EFFECTIVE-FROM = ZERO
001440         MOVE "BAD EFFECTIVE-FROM DATE" TO WS-REJECT-TEXT
001450         GO TO 2000-REPORT-ENTRY
001460     END-IF.

001470     MOVE AI-SOURCE-INST TO AR-SOURCE-INST.
001480     MOVE AI-EXT-COURSE TO AR-EXT-COURSE.
001490     MOVE AI-EFFECTIVE-FROM TO AR-EFFECTIVE-FROM.
001500     IF AI-DELETE
001510         DELETE ARTIC-TABLE RECORD
001520             INVALID KEY
001530                 MOVE "NOT ON FILE TO DELETE" TO WS-REJECT-TEXT
001540             NOT INVALID KEY
001550                 ADD 1 TO WS-RECORDS-DELETED
001560                 MOVE "DELETED" TO WS-ACTION-TEXT
001570         END-DELETE
001580         GO TO 2000-REPORT-ENTRY
001590     END-IF.

001600     IF AI-EFFECTIVE-TO IS NOT NUMERIC
001610         MOVE ZERO TO AI-EFFECTIVE-TO
001620     END-IF.
001630     IF AI-EFFECTIVE-TO NOT = ZERO
001640             AND AI-EFFECTIVE-TO < AI-EFFECTIVE-FROM
001650         MOVE "EFFECTIVE-TO BEFORE FROM" TO WS-REJECT-TEXT
001660         GO TO 2000-REPORT-ENTRY
001670     END-IF.
001680     MOVE AI-EQUIV-TYPE TO AR-EQUIV-TYPE.
001690     IF NOT AR-VALID-TYPE
001700         MOVE "BAD EQUIVALENCY TYPE" TO WS-REJECT-TEXT
001710         GO TO 2000-REPORT-ENTRY
001720     END-IF.
001730     IF AR-EQUIV-COURSE
001740         MOVE AI-LOCAL-COURSE TO CM-COURSE-CODE
001750         READ COURSE-MASTER
001760             INVALID KEY
001770                 MOVE "LOCAL COURSE NOT ON FILE" TO WS-REJECT-TEXT
001780                 GO TO 2000-REPORT-ENTRY
001790         END-READ
001800         MOVE AI-LOCAL-COURSE TO AR-LOCAL-COURSE
001810     ELSE
001820         MOVE SPACES TO AR-LOCAL-COURSE
001830     END-IF.
001840     MOVE AI-EFFECTIVE-TO TO AR-EFFECTIVE-TO.
001850     MOVE RH-RUN-DATE TO AR-LOAD-DATE.
001860     WRITE AR-ARTIC-RECORD
001870         INVALID KEY
001880             REWRITE AR-ARTIC-RECORD
001890             ADD 1 TO WS-RECORDS-REPLACED
001900             MOVE "REPLACED" TO WS-ACTION-TEXT
001910         NOT INVALID KEY
001920             ADD 1 TO WS-RECORDS-ADDED
001930             MOVE "ADDED" TO WS-ACTION-TEXT
001940     END-WRITE.

001950 2000-REPORT-ENTRY.
001960     IF WS-REJECT-TEXT NOT = SPACES
001970         ADD 1 TO WS-RECORDS-REJECTED
001980         STRING AI-SOURCE-INST    DELIMITED BY SIZE
001990                " "               DELIMITED BY SIZE
002000                AI-EXT-COURSE     DELIMITED BY SIZE
002010                " "               DELIMITED BY SIZE
002020                AI-EFFECTIVE-FROM DELIMITED BY SIZE
002030                " REJECTED - "    DELIMITED BY SIZE
002040                WS-REJECT-TEXT    DELIMITED BY SIZE
002050             INTO WS-REPORT-LINE
002060     ELSE
002070         STRING AI-SOURCE-INST    DELIMITED BY SIZE
002080                " "               DELIMITED BY SIZE
002090                AI-EXT-COURSE     DELIMITED BY SIZE
002100                " "               DELIMITED BY SIZE
002110                AI-EFFECTIVE-FROM DELIMITED BY SIZE
002120                " "               DELIMITED BY SIZE
002130                WS-ACTION-TEXT    DELIMITED BY SIZE
002140                " "               DELIMITED BY SIZE
002150                AR-EQUIV-TYPE     DELIMITED BY SIZE
002160                " "               DELIMITED BY SIZE
002170                AR-LOCAL-COURSE   DELIMITED BY SIZE
002180             INTO WS-REPORT-LINE
002190     END-IF.
002200     WRITE AL-REPORT-LINE FROM WS-REPORT-LINE.
002210     PERFORM 2100-READ-ENTRY THRU 2100-READ-ENTRY-EXIT.
002220 2000-PROCESS-ENTRY-EXIT.
002230     EXIT.

002240******************************************************************
002250* 2100-READ-ENTRY - GET THE NEXT INPUT RECORD.
002260******************************************************************
002270 2100-READ-ENTRY.
002280     READ ARTIC-IN
002290         AT END
002300             SET WS-EOF TO TRUE
002310     END-READ.
002320 2100-READ-ENTRY-EXIT.
002330     EXIT.

002340******************************************************************
002350* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
002360******************************************************************
002370 3000-FINISH.
002380     MOVE WS-RECORDS-READ TO WS-READ-ED.
002390     MOVE WS-RECORDS-ADDED TO WS-ADDED-ED.
002400     MOVE WS-RECORDS-REPLACED TO WS-REPLACED-ED.
002410     MOVE WS-RECORDS-DELETED TO WS-DELETED-ED.
002420     MOVE WS-RECORDS-REJECTED TO WS-REJECTED-ED.

002430     MOVE SPACES TO WS-REPORT-LINE.
002440     STRING "READ: "             DELIMITED BY SIZE
002450            WS-READ-ED           DELIMITED BY SIZE
002460            "  ADDED: "          DELIMITED BY SIZE
002470            WS-ADDED-ED          DELIMITED BY SIZE
002480            "  REPLACED: "       DELIMITED BY SIZE
002490            WS-REPLACED-ED       DELIMITED BY SIZE
002500            "  DELETED: "        DELIMITED BY SIZE
002510            WS-DELETED-ED        DELIMITED BY SIZE
002520            "  REJECTED: "       DELIMITED BY SIZE
002530            WS-REJECTED-ED       DELIMITED BY SIZE
002540         INTO WS-REPORT-LINE.
002550     WRITE AL-REPORT-LINE FROM WS-REPORT-LINE.

002560     CLOSE ARTIC-IN.
002570     CLOSE ARTIC-TABLE.
002580     CLOSE COURSE-MASTER.
002590     CLOSE LOAD-RPT.

002600     IF WS-RECORDS-REJECTED > ZERO
002610         MOVE 4 TO RETURN-CODE
002620     ELSE
002630         MOVE 0 TO RETURN-CODE
002640     END-IF.
002650 3000-FINISH-EXIT.
002660     EXIT.

002670 END PROGRAM ARTLOAD.
