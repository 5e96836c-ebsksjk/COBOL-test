000010******************************************************************
000020* PROGRAM-ID : ROOMLOAD
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   LOADS OR REFRESHES THE ROOM MASTER FROM FACILITIES'
000090*   SEQUENTIAL ROOM LIST (ROOM, BUILDING, SEATS, CAMPUS, ROOM
000100*   TYPE), THE SAME WAY INSLOAD FEEDS THE INSTRUCTOR MASTER.
000110*   AN INCOMING ROOM THAT ALREADY EXISTS REPLACES THE PRIOR
000120*   ENTRY, SO THE SAME INPUT CAN BE RERUN SAFELY.  PRODUCES A
000130*   LOAD REPORT WITH ADDED/REPLACED/REJECTED COUNTS.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-10-15  RO   ORIGINAL PROGRAM.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    ROOMLOAD.
000200 AUTHOR.        R. OKONKWO.
000210 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000220 DATE-WRITTEN.  2026-10-15.
000230 DATE-COMPILED.

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ROOM-IN ASSIGN TO "ROOMIN"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-IN-STATUS.

000300     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RM-ROOM-CODE
000340         FILE STATUS IS WS-MAST-STATUS.

000350     SELECT LOAD-RPT ASSIGN TO "RMLDRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RPT-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ROOM-IN.
000410 01  RI-ROOM-IN.
000420     05  RI-ROOM-CODE         PIC X(06).
000430     05  RI-BUILDING          PIC X(04).
000440     05  RI-SEATS             PIC 9(03).
000450     05  RI-CAMPUS            PIC X(02).
000460     05  RI-ROOM-TYPE         PIC X(02).

000470 FD  ROOM-MASTER.
000480     COPY "roomrec.cpy".

000490 FD  LOAD-RPT.
000500 01  LR-REPORT-LINE           PIC X(80).

000510 WORKING-STORAGE SECTION.
000520     COPY "runhdr.cpy".

000530 01  WS-SWITCHES.
000540     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000550         88  WS-EOF           VALUE "Y".

000560 01  WS-FILE-STATUSES.
000570     05  WS-IN-STATUS         PIC X(02) VALUE "00".
000580     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000590     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000600 01  WS-COUNTERS COMP.
000610     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000620     05  WS-RECORDS-ADDED     PIC 9(05) VALUE ZERO.
000630     05  WS-RECORDS-REPLACED  PIC 9(05) VALUE ZERO.
000640     05  WS-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

000650 01  WS-EDIT-COUNTERS.
000660     05  WS-READ-ED           PIC ZZZZ9.
000670     05  WS-ADDED-ED          PIC ZZZZ9.
000680     05  WS-REPLACED-ED       PIC ZZZZ9.
000690     05  WS-REJECTED-ED       PIC ZZZZ9.

000700 01  WS-REJECT-TEXT           PIC X(30).

000710 01  WS-REPORT-LINE           PIC X(80).

000720 PROCEDURE DIVISION.

000730******************************************************************
000740* 0000-MAINLINE.
000750******************************************************************
000760 0000-MAINLINE.
000770     MOVE "ROOMLOAD" TO RH-PROGRAM-NAME.
000780     CALL "BIZDATE" USING RH-RUN-DATE.
000790     ACCEPT RH-RUN-TIME FROM TIME.
000800     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
000810         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
000820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000830     PERFORM 2000-PROCESS-ROOM THRU 2000-PROCESS-ROOM-EXIT
000840         UNTIL WS-EOF.
000850     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
000860     ACCEPT RH-RUN-TIME FROM TIME.
000870     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
000880         RH-RUN-TIME.
000890     STOP RUN.

000900******************************************************************
000910* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST RECORD.
000920******************************************************************
000930 1000-INITIALIZE.
000940     OPEN INPUT ROOM-IN.
000950     OPEN OUTPUT LOAD-RPT.

000960     OPEN I-O ROOM-MASTER.
000970     IF WS-MAST-STATUS = "35"
000980         OPEN OUTPUT ROOM-MASTER
000990         CLOSE ROOM-MASTER
001000         OPEN I-O ROOM-MASTER
001010     END-IF.

001020     MOVE "ROOM MASTER LOAD REPORT" TO WS-REPORT-LINE.
001030     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.
001040     MOVE "ROOM    BLDG  ACTION" TO WS-REPORT-LINE.
001050     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001060     PERFORM 2100-READ-ROOM THRU 2100-READ-ROOM-EXIT.
001070 1000-INITIALIZE-EXIT.
001080     EXIT.

001090******************************************************************
001100* 2000-PROCESS-ROOM - APPLY ONE ENTRY TO THE MASTER.
001110******************************************************************
001120 2000-PROCESS-ROOM.
001130     ADD 1 TO WS-RECORDS-READ.
001140     MOVE SPACES TO WS-REPORT-LINE.
001150     MOVE SPACES TO WS-REJECT-TEXT.

001160     IF RI-ROOM-CODE = SPACES OR RI-BUILDING = SPACES
001170         MOVE "BAD ROOM OR BUILDING" TO WS-REJECT-TEXT
001180     END-IF.
001190     IF WS-REJECT-TEXT = SPACES
001200             AND (RI-SEATS IS NOT NUMERIC OR RI-SEATS = ZERO)
001210         MOVE "BAD SEATING CAPACITY" TO WS-REJECT-TEXT
001220     END-IF.
001230     MOVE RI-ROOM-TYPE TO RM-ROOM-TYPE.
001240     IF WS-REJECT-TEXT = SPACES AND NOT RM-VALID-TYPE
001250         MOVE "BAD ROOM TYPE" TO WS-REJECT-TEXT
001260     END-IF.
001270     IF WS-REJECT-TEXT NOT = SPACES
001280         ADD 1 TO WS-RECORDS-REJECTED
001290         STRING RI-ROOM-CODE     DELIMITED BY SIZE
001300                "  "             DELIMITED BY SIZE
001310                RI-BUILDING      DELIMITED BY SIZE
001320                "  REJECTED - "  DELIMITED BY SIZE
001330                WS-REJECT-TEXT   DELIMITED BY SIZE
001340             INTO WS-REPORT-LINE
001350         WRITE LR-REPORT-LINE FROM WS-REPORT-LINE
001360         GO TO 2000-NEXT-ROOM
001370     END-IF.

001380     MOVE RI-ROOM-CODE TO RM-ROOM-CODE.
001390     MOVE RI-BUILDING TO RM-BUILDING.
001400     MOVE RI-SEATS TO RM-SEATS.
001410     MOVE RI-CAMPUS TO RM-CAMPUS.
001420     MOVE RI-ROOM-TYPE TO RM-ROOM-TYPE.
001430     WRITE RM-ROOM-RECORD
001440         INVALID KEY
001450             REWRITE RM-ROOM-RECORD
001460             ADD 1 TO WS-RECORDS-REPLACED
001470             STRING RI-ROOM-CODE     DELIMITED BY SIZE
001480                    "  "             DELIMITED BY SIZE
001490                    RI-BUILDING      DELIMITED BY SIZE
001500                    "  REPLACED"     DELIMITED BY SIZE
001510                 INTO WS-REPORT-LINE
001520         NOT INVALID KEY
001530             ADD 1 TO WS-RECORDS-ADDED
001540             STRING RI-ROOM-CODE     DELIMITED BY SIZE
001550                    "  "             DELIMITED BY SIZE
001560                    RI-BUILDING      DELIMITED BY SIZE
001570                    "  ADDED"        DELIMITED BY SIZE
001580                 INTO WS-REPORT-LINE
001590     END-WRITE.
001600     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001610 2000-NEXT-ROOM.
001620     PERFORM 2100-READ-ROOM THRU 2100-READ-ROOM-EXIT.
001630 2000-PROCESS-ROOM-EXIT.
001640     EXIT.

001650******************************************************************
001660* 2100-READ-ROOM - GET THE NEXT INPUT RECORD.
001670******************************************************************
001680 2100-READ-ROOM.
001690     READ ROOM-IN
001700         AT END
001710             SET WS-EOF TO TRUE
001720     END-READ.
001730 2100-READ-ROOM-EXIT.
001740     EXIT.

001750******************************************************************
001760* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
001770******************************************************************
001780 3000-FINISH.
001790     MOVE WS-RECORDS-READ TO WS-READ-ED.
001800     MOVE WS-RECORDS-ADDED TO WS-ADDED-ED.
001810     MOVE WS-RECORDS-REPLACED TO WS-REPLACED-ED.
001820     MOVE WS-RECORDS-REJECTED TO WS-REJECTED-ED.

001830     MOVE SPACES TO WS-REPORT-LINE.
001840     STRING "ROOMS READ: "       DELIMITED BY SIZE
001850            WS-READ-ED           DELIMITED BY SIZE
001860            "  ADDED: "          DELIMITED BY SIZE
001870            WS-ADDED-ED          DELIMITED BY SIZE
001880            "  REPLACED: "       DELIMITED BY SIZE
001890            WS-REPLACED-ED       DELIMITED BY SIZE
001900            "  REJECTED: "       DELIMITED BY SIZE
001910            WS-REJECTED-ED       DELIMITED BY SIZE
001920         INTO WS-REPORT-LINE.
001930     WRITE LR-REPORT-LINE FROM WS-REPORT-LINE.

001940     CLOSE ROOM-IN.
001950     CLOSE ROOM-MASTER.
001960     CLOSE LOAD-RPT.

001970     IF WS-RECORDS-REJECTED > ZERO
001980         MOVE 4 TO RETURN-CODE
001990     ELSE
002000         MOVE 0 TO RETURN-CODE
002010     END-IF.
002020 3000-FINISH-EXIT.
002030     EXIT.

002040 END PROGRAM ROOMLOAD.
