000010******************************************************************
000020* PROGRAM-ID : RUNPARM
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   RUN-CONTROL SERVICE.  CALLED ONCE PER RUN BY EVERY TERM-
000090*   DRIVEN JOB TO SETTLE THE TERM IT RUNS ON.  A TERM ON THE
000100*   JOB'S OWN PARAMETER RECORD IS AN EXPLICIT OVERRIDE FOR THAT
000110*   RUN AND IS TAKEN AS GIVEN; OTHERWISE THE JOB'S OWN OVERRIDE
000120*   ON THE RUN-CONTROL LIBRARY (RUNCTL) IS USED, AND FAILING
000130*   THAT THE SITE-WIDE SETTING.  WHICHEVER TERM WINS IS LOOKED
000140*   UP ON TERMFILE; A TERM NOT ON FILE, OR NO TERM ANYWHERE,
000150*   COMES BACK FLAGGED AND THE CALLER REFUSES TO RUN.  THE
000160*   DESCRIPTION IS A READY-MADE LINE FOR THE CALLER'S REPORT.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  RO   ORIGINAL PROGRAM.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    RUNPARM.
000230 AUTHOR.        R. OKONKWO.
000240 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000250 DATE-WRITTEN.  2026-10-15.
000260 DATE-COMPILED.

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RB-CONTROL-KEY
000340         FILE STATUS IS WS-CTL-STATUS.

000350     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS TM-TERM-CODE
000390         FILE STATUS IS WS-TERM-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RUN-CONTROL.
000430     COPY "runctl.cpy".

000440 FD  TERM-CONTROL.
000450     COPY "termrec.cpy".

000460 WORKING-STORAGE SECTION.
000470 01  WS-FILE-STATUSES.
000480     05  WS-CTL-STATUS        PIC X(02) VALUE "00".
000490     05  WS-TERM-STATUS       PIC X(02) VALUE "00".

000500 01  WS-SOURCE-TEXT           PIC X(24).

000510 LINKAGE SECTION.
000520     COPY "runparm.cpy".

000530 PROCEDURE DIVISION USING RK-RUN-PARM-AREA.

000540******************************************************************
000550* 0000-MAINLINE - PICK THE TERM, THEN PROVE IT.
000560******************************************************************
000570 0000-MAINLINE.
000580     MOVE SPACES TO RK-TERM-CODE.
000590     SET RK-FROM-NOWHERE TO TRUE.
000600     SET RK-TERM-NOT-SET TO TRUE.
000610     PERFORM 1000-PICK-TERM THRU 1000-PICK-TERM-EXIT.
000620     IF NOT RK-FROM-NOWHERE
000630         PERFORM 2000-CHECK-TERM THRU 2000-CHECK-TERM-EXIT
000640     END-IF.
000650     PERFORM 3000-DESCRIBE THRU 3000-DESCRIBE-EXIT.
000660     GOBACK.

000670******************************************************************
000680* 1000-PICK-TERM - JOB PARAMETER, THEN THE JOB'S LIBRARY
000690*                  OVERRIDE, THEN THE SITE-WIDE SETTING.
000700******************************************************************
000710 1000-PICK-TERM.
000720     IF RK-EXPLICIT-TERM NOT = SPACES
000730         MOVE RK-EXPLICIT-TERM TO RK-TERM-CODE
000740         SET RK-FROM-JOB-PARM TO TRUE
000750         GO TO 1000-PICK-TERM-EXIT
000760     END-IF.
000770     OPEN INPUT RUN-CONTROL.
000780     IF WS-CTL-STATUS NOT = "00"
000790         GO TO 1000-PICK-TERM-EXIT
000800     END-IF.
000810     MOVE RK-JOB-NAME TO RB-JOB-NAME.
000820     MOVE RK-SETTING TO RB-SETTING.
000830     READ RUN-CONTROL
000840         INVALID KEY
000850             CONTINUE
000860     END-READ.
000868     IF WS-CTL-STATUS = "00" AND RB-TERM-CODE NOT = SPACES
000876             AND RK-JOB-NAME NOT = SPACES
000884         MOVE RB-TERM-CODE TO RK-TERM-CODE
000892         SET RK-FROM-JOB-OVERRIDE TO TRUE
000900     ELSE
000910         MOVE SPACES TO RB-JOB-NAME
000920         MOVE RK-SETTING TO RB-SETTING
000930         READ RUN-CONTROL
000940             INVALID KEY
000950                 CONTINUE
000960         END-READ
000970         IF WS-CTL-STATUS = "00" AND RB-TERM-CODE NOT = SPACES
000980             MOVE RB-TERM-CODE TO RK-TERM-CODE
000990             SET RK-FROM-SITE TO TRUE
001000         END-IF
001010     END-IF.
001020     CLOSE RUN-CONTROL.
001030 1000-PICK-TERM-EXIT.
001040     EXIT.

001050******************************************************************
001060* 2000-CHECK-TERM - THE TERM MUST BE ON TERMFILE.
001070******************************************************************
001080 2000-CHECK-TERM.
001090     SET RK-TERM-NOT-ON-FILE TO TRUE.
001100     OPEN INPUT TERM-CONTROL.
001110     IF WS-TERM-STATUS NOT = "00"
001120         GO TO 2000-CHECK-TERM-EXIT
001130     END-IF.
001140     MOVE RK-TERM-CODE TO TM-TERM-CODE.
001150     READ TERM-CONTROL
001160         INVALID KEY
001170             CONTINUE
001180     END-READ.
001190     IF WS-TERM-STATUS = "00"
001200         SET RK-TERM-VALID TO TRUE
001210     END-IF.
001220     CLOSE TERM-CONTROL.
001230 2000-CHECK-TERM-EXIT.
001240     EXIT.

001250******************************************************************
001260* 3000-DESCRIBE - THE LINE THE CALLER PRINTS ON ITS REPORT.
001270******************************************************************
001280 3000-DESCRIBE.
001290     EVALUATE TRUE
001300         WHEN RK-FROM-JOB-PARM
001310             MOVE "(JOB PARAMETER OVERRIDE)" TO WS-SOURCE-TEXT
001320         WHEN RK-FROM-JOB-OVERRIDE
001330             MOVE "(RUN-CONTROL JOB ENTRY)" TO WS-SOURCE-TEXT
001340         WHEN OTHER
001350             MOVE "(RUN-CONTROL SITE-WIDE)" TO WS-SOURCE-TEXT
001360     END-EVALUATE.
001370     MOVE SPACES TO RK-DESCRIPTION.
001380     EVALUATE TRUE
001390         WHEN RK-TERM-VALID
001400             STRING "  TERM "          DELIMITED BY SIZE
001410                    RK-TERM-CODE       DELIMITED BY SIZE
001420                    " "                DELIMITED BY SIZE
001430                    WS-SOURCE-TEXT     DELIMITED BY SIZE
001440                 INTO RK-DESCRIPTION
001450         WHEN RK-TERM-NOT-ON-FILE
001460             STRING "  TERM "          DELIMITED BY SIZE
001470                    RK-TERM-CODE       DELIMITED BY SIZE
001480                    " NOT ON TERMFILE" DELIMITED BY SIZE
001490                 INTO RK-DESCRIPTION
001500         WHEN OTHER
001510             MOVE "  (NO TERM ON THE RUN-CONTROL LIBRARY)"
001520                 TO RK-DESCRIPTION
001530     END-EVALUATE.
001540 3000-DESCRIBE-EXIT.
001550     EXIT.

001560 END PROGRAM RUNPARM.
