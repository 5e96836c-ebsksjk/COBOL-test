000010******************************************************************
000020* PROGRAM-ID : TCLSTEP
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   TERM-CLOSE STEP SERVICE.  THE ONE PLACE THAT KNOWS THE
000090*   ORDER OF THE TERM-CLOSE STREAM -
000100*     1 TERMCLSE  LOCK THE TERM
000110*     2 TERMSUMM  TERM SUMMARIES
000120*     3 ACADSTND  ACADEMIC STANDING FROM THE SUMMARIES' TERM
000130*     4 INCLAPSE  INCOMPLETE LAPSE
000140*     5 GRADCHSE  MISSING-GRADE CHASE
000150*     6 GRADGATE  MISSING-GRADE THRESHOLD GATE
000160*     7 TCCERT    TERM-CLOSE CERTIFICATE
000170*   - AND KEEPS THE TCLSLOG STEP LOG.  EACH STEP CALLS HERE
000180*   AS IT STARTS, AND IS TURNED AWAY UNLESS THE STEP BEFORE
000190*   IT HAS FINISHED FOR THE SAME TERM; AN ADMITTED STEP
000200*   CLEARS ITS OWN AND EVERY LATER STEP'S RECORD, SO A RERUN
000210*   OF AN EARLY STEP FORCES THE REST OF THE STREAM TO RUN
000220*   AGAIN BEHIND IT.  EACH STEP CALLS AGAIN AS IT FINISHES
000230*   CLEAN (RC 4 OR BELOW) TO LOG ITS COMPLETION.  THE LOG IS
000240*   OPENED AND CLOSED ON EVERY CALL - A STEP CALLS TWICE.
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY.
000270*   2026-10-15  RO   ORIGINAL PROGRAM.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    TCLSTEP.
000310 AUTHOR.        R. OKONKWO.
000320 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000330 DATE-WRITTEN.  2026-10-15.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT STEP-LOG ASSIGN TO "TCLSLOG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TL-LOG-KEY
000420         FILE STATUS IS WS-LOG-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  STEP-LOG.
000460     COPY "tclslog.cpy".

000470 WORKING-STORAGE SECTION.
000480 01  WS-LOG-STATUS            PIC X(02) VALUE "00".
000490 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
000500 01  WS-SEQ-ED                PIC 9(01).

000510*    THE TERM-CLOSE STREAM, IN ORDER.
000520 01  WS-STREAM-LIST.
000530     05  FILLER               PIC X(08) VALUE "TERMCLSE".
000540     05  FILLER               PIC X(08) VALUE "TERMSUMM".
000550     05  FILLER               PIC X(08) VALUE "ACADSTND".
000560     05  FILLER               PIC X(08) VALUE "INCLAPSE".
000570     05  FILLER               PIC X(08) VALUE "GRADCHSE".
000580     05  FILLER               PIC X(08) VALUE "GRADGATE".
000590     05  FILLER               PIC X(08) VALUE "TCCERT  ".
000600 01  WS-STREAM-TABLE REDEFINES WS-STREAM-LIST.
000610     05  WS-STREAM-PROGRAM OCCURS 7 TIMES PIC X(08).
000620 77  WS-STREAM-COUNT          PIC 9(02) COMP VALUE 7.
000630 77  WS-STREAM-SUB            PIC 9(02) COMP.

000640 LINKAGE SECTION.
000650     COPY "tclstep.cpy".

000660 PROCEDURE DIVISION USING TG-STEP-AREA.

000670******************************************************************
000680* 0000-MAINLINE - PLACE THE CALLER IN THE STREAM, THEN BEGIN,
000690*                 END, OR READ.
000700******************************************************************
000710 0000-MAINLINE.
000720     SET TG-GATE-SHUT TO TRUE.
000730     MOVE SPACES TO TG-REASON.
000740     IF NOT TG-READ
000750         PERFORM 1000-FIND-STEP THRU 1000-FIND-STEP-EXIT
000760     END-IF.
000770     IF TG-TERM-CODE = SPACES
000780         MOVE "NO TERM GIVEN" TO TG-REASON
000790         GOBACK
000800     END-IF.
000810     IF TG-STEP-SEQ = ZERO
000820         MOVE "PROGRAM IS NOT A STEP OF THE TERM-CLOSE STREAM"
000830             TO TG-REASON
000840         GOBACK
000850     END-IF.
000860     PERFORM 1100-OPEN-LOG THRU 1100-OPEN-LOG-EXIT.
000870     IF WS-LOG-STATUS NOT = "00"
000880         MOVE "TERM-CLOSE STEP LOG NOT AVAILABLE" TO TG-REASON
000890         GOBACK
000900     END-IF.
000910     EVALUATE TRUE
000920         WHEN TG-BEGIN
000930             PERFORM 2000-BEGIN-STEP THRU 2000-BEGIN-STEP-EXIT
000940         WHEN TG-END
000950             PERFORM 3000-END-STEP THRU 3000-END-STEP-EXIT
000960         WHEN TG-READ
000970             PERFORM 4000-READ-STEP THRU 4000-READ-STEP-EXIT
000980         WHEN OTHER
000990             MOVE "UNKNOWN FUNCTION" TO TG-REASON
001000     END-EVALUATE.
001010     CLOSE STEP-LOG.
001020     GOBACK.

001030******************************************************************
001040* 1000-FIND-STEP - THE CALLER'S PLACE IN THE STREAM.
001050******************************************************************
001060 1000-FIND-STEP.
001070     MOVE ZERO TO TG-STEP-SEQ.
001080     PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
001090             UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
001100         IF WS-STREAM-PROGRAM (WS-STREAM-SUB) = TG-PROGRAM-NAME
001110             MOVE WS-STREAM-SUB TO TG-STEP-SEQ
001120         END-IF
001130     END-PERFORM.
001140 1000-FIND-STEP-EXIT.
001150     EXIT.

001160******************************************************************
001170* 1100-OPEN-LOG - OPEN THE STEP LOG, CREATING IT THE FIRST TIME.
001180******************************************************************
001190 1100-OPEN-LOG.
001200     OPEN I-O STEP-LOG.
001210     IF WS-LOG-STATUS = "35"
001220         OPEN OUTPUT STEP-LOG
001230         CLOSE STEP-LOG
001240         OPEN I-O STEP-LOG
001250     END-IF.
001260 1100-OPEN-LOG-EXIT.
001270     EXIT.

001280******************************************************************
001290* 2000-BEGIN-STEP - THE STEP BEFORE THE CALLER MUST HAVE
001300*                   FINISHED FOR THE TERM.  ADMITTED, THE
001310*                   CALLER'S RECORD AND EVERY LATER ONE GO.
001320******************************************************************
001330 2000-BEGIN-STEP.
001340     IF TG-STEP-SEQ > 1
001350         MOVE TG-TERM-CODE TO TL-TERM-CODE
001360         COMPUTE TL-STEP-SEQ = TG-STEP-SEQ - 1
001370         READ STEP-LOG
001380             INVALID KEY
001390                 MOVE TL-STEP-SEQ TO WS-SEQ-ED
001400                 MOVE TL-STEP-SEQ TO WS-STREAM-SUB
001410                 STRING "STEP " DELIMITED BY SIZE
001420                        WS-SEQ-ED DELIMITED BY SIZE
001430                        " " DELIMITED BY SIZE
001440                        WS-STREAM-PROGRAM (WS-STREAM-SUB)
001450                            DELIMITED BY SPACE
001460                        " HAS NOT FINISHED FOR THIS TERM"
001470                            DELIMITED BY SIZE
001480                     INTO TG-REASON
001490                 GO TO 2000-BEGIN-STEP-EXIT
001500         END-READ
001510         IF TL-RETURN-CODE > 4
001520             MOVE "THE STEP BEFORE THIS ONE DID NOT END CLEAN"
001530                 TO TG-REASON
001540             GO TO 2000-BEGIN-STEP-EXIT
001550         END-IF
001560     END-IF.
001570     SET TG-GATE-OPEN TO TRUE.
001580     PERFORM 2100-CLEAR-ONE-STEP THRU 2100-CLEAR-ONE-STEP-EXIT
001590         VARYING WS-STREAM-SUB FROM TG-STEP-SEQ BY 1
001600         UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
001610 2000-BEGIN-STEP-EXIT.
001620     EXIT.

001630 2100-CLEAR-ONE-STEP.
001640     MOVE TG-TERM-CODE TO TL-TERM-CODE.
001650     MOVE WS-STREAM-SUB TO TL-STEP-SEQ.
001660     DELETE STEP-LOG
001670         INVALID KEY
001680             CONTINUE
001690     END-DELETE.
001700 2100-CLEAR-ONE-STEP-EXIT.
001710     EXIT.

001720******************************************************************
001730* 3000-END-STEP - LOG A CLEAN FINISH.  A STEP ENDING ABOVE RC 4
001740*                 IS NOT LOGGED, SO THE NEXT STEP STAYS SHUT.
001750******************************************************************
001760 3000-END-STEP.
001770     IF TG-RETURN-CODE > 4
001780         MOVE "STEP DID NOT END CLEAN - NOT LOGGED" TO TG-REASON
001790         GO TO 3000-END-STEP-EXIT
001800     END-IF.
001810     CALL "BIZDATE" USING WS-BUSINESS-DATE.
001820     MOVE TG-TERM-CODE TO TL-TERM-CODE.
001830     MOVE TG-STEP-SEQ TO TL-STEP-SEQ.
001840     MOVE TG-PROGRAM-NAME TO TL-PROGRAM-NAME.
001850     MOVE WS-BUSINESS-DATE TO TL-BUSINESS-DATE.
001860     ACCEPT TL-FINISH-TIME FROM TIME.
001870     MOVE TG-RETURN-CODE TO TL-RETURN-CODE.
001880     MOVE TG-ITEM-COUNT TO TL-ITEM-COUNT.
001890     WRITE TL-LOG-RECORD
001900         INVALID KEY
001910             REWRITE TL-LOG-RECORD
001920     END-WRITE.
001930     MOVE TL-BUSINESS-DATE TO TG-BUSINESS-DATE.
001940     MOVE TL-FINISH-TIME TO TG-FINISH-TIME.
001950     SET TG-GATE-OPEN TO TRUE.
001960 3000-END-STEP-EXIT.
001970     EXIT.

001980******************************************************************
001990* 4000-READ-STEP - ONE STEP'S LOG RECORD FOR THE TERM.
002000******************************************************************
002010 4000-READ-STEP.
002020     MOVE TG-TERM-CODE TO TL-TERM-CODE.
002030     MOVE TG-STEP-SEQ TO TL-STEP-SEQ.
002040     READ STEP-LOG
002050         INVALID KEY
002060             MOVE SPACES TO TG-PROGRAM-NAME
002070             IF TG-STEP-SEQ NOT > WS-STREAM-COUNT
002080                 MOVE WS-STREAM-PROGRAM (TG-STEP-SEQ)
002090                     TO TG-PROGRAM-NAME
002100             END-IF
002110             MOVE ZERO TO TG-RETURN-CODE
002120             MOVE ZERO TO TG-ITEM-COUNT
002130             MOVE ZERO TO TG-BUSINESS-DATE
002140             MOVE ZERO TO TG-FINISH-TIME
002150             MOVE "STEP HAS NOT FINISHED FOR THIS TERM"
002160                 TO TG-REASON
002170             GO TO 4000-READ-STEP-EXIT
002180     END-READ.
002190     MOVE TL-PROGRAM-NAME TO TG-PROGRAM-NAME.
002200     MOVE TL-RETURN-CODE TO TG-RETURN-CODE.
002210     MOVE TL-ITEM-COUNT TO TG-ITEM-COUNT.
002220     MOVE TL-BUSINESS-DATE TO TG-BUSINESS-DATE.
002230     MOVE TL-FINISH-TIME TO TG-FINISH-TIME.
002240     SET TG-GATE-OPEN TO TRUE.
002250 4000-READ-STEP-EXIT.
002260     EXIT.

002270 END PROGRAM TCLSTEP.
