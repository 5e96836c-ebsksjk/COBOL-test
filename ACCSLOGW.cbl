000010******************************************************************
000020* PROGRAM-ID : ACCSLOGW
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   STUDENT RECORD-ACCESS LOGGER.  CALLED BY EVERY STUDENT-LEVEL
000090*   INQUIRY EACH TIME IT SHOWS A STUDENT, WITH ITS PROGRAM NAME,
000100*   THE STUDENT ID, AND WHETHER THE RECORD WAS DISPLAYED OR ONLY
000110*   LISTED ON A BROWSE PAGE.  PICKS UP THE SIGNED-ON OPERATOR
000120*   FROM CUROPER ON EVERY CALL (THE MAIN MENU MAY SIGN ON AGAIN
000130*   MID-SESSION), STAMPS THE DATE AND TIME, TAKES THE RUN
000140*   SEQUENCE AND CHAIN CHECK FROM AUDCHAIN, AND APPENDS THE
000150*   ENTRY TO ACCSLOG.  A LOG THAT CANNOT BE OPENED NEVER STOPS
000160*   THE INQUIRY.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  RO   ORIGINAL PROGRAM.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    ACCSLOGW.
000230 AUTHOR.        R. OKONKWO.
000240 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000250 DATE-WRITTEN.  2026-10-15.
000260 DATE-COMPILED.

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CURRENT-OPERATOR ASSIGN TO "CUROPER"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CUROPER-STATUS.

000330     SELECT ACCESS-LOG ASSIGN TO "ACCSLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-LOG-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CURRENT-OPERATOR.
000390     COPY "curoper.cpy".

000400 FD  ACCESS-LOG.
000410     COPY "accslog.cpy".

000420 WORKING-STORAGE SECTION.
000430 01  WS-CUROPER-STATUS        PIC X(02) VALUE "00".
000440 01  WS-LOG-STATUS            PIC X(02) VALUE "00".
000450 01  WS-CURRENT-USERNAME      PIC X(05) VALUE "BATCH".

000460*    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
000470     COPY "audchn.cpy".

000480 LINKAGE SECTION.
000490     COPY "accsarea.cpy".

000500 PROCEDURE DIVISION USING VA-ACCESS-AREA.

000510******************************************************************
000520* 0000-MAINLINE - WHO IS LOOKING, THEN CHAIN AND APPEND.
000530******************************************************************
000540 0000-MAINLINE.
000550     PERFORM 1000-RESOLVE-OPERATOR
000560         THRU 1000-RESOLVE-OPERATOR-EXIT.
000570     PERFORM 2000-WRITE-ENTRY THRU 2000-WRITE-ENTRY-EXIT.
000580     GOBACK.

000590******************************************************************
000600* 1000-RESOLVE-OPERATOR - THE SIGNED-ON OPERATOR, OR BATCH WHEN
000610*                         NOBODY IS SIGNED ON.
000620******************************************************************
000630 1000-RESOLVE-OPERATOR.
000640     MOVE "BATCH" TO WS-CURRENT-USERNAME.
000650     OPEN INPUT CURRENT-OPERATOR.
000660     IF WS-CUROPER-STATUS NOT = "00"
000670         GO TO 1000-RESOLVE-OPERATOR-EXIT
000680     END-IF.
000690     READ CURRENT-OPERATOR
000700         AT END
000710             CONTINUE
000720     END-READ.
000730     IF WS-CUROPER-STATUS = "00"
000740         MOVE CO-USERNAME TO WS-CURRENT-USERNAME
000750     END-IF.
000760     CLOSE CURRENT-OPERATOR.
000770 1000-RESOLVE-OPERATOR-EXIT.
000780     EXIT.

000790******************************************************************
000800* 2000-WRITE-ENTRY - BUILD, CHAIN, AND APPEND ONE ACCESS ENTRY.
000810******************************************************************
000820 2000-WRITE-ENTRY.
000830     OPEN EXTEND ACCESS-LOG.
000840     IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
000850         OPEN OUTPUT ACCESS-LOG
000860     END-IF.
000870     IF WS-LOG-STATUS NOT = "00"
000880         GO TO 2000-WRITE-ENTRY-EXIT
000890     END-IF.
000900     MOVE WS-CURRENT-USERNAME TO VW-USERNAME.
000910     MOVE VA-PROGRAM-NAME TO VW-PROGRAM-NAME.
000920     MOVE VA-STUDENT-ID TO VW-STUDENT-ID.
000930     ACCEPT VW-ACCESS-DATE FROM DATE YYYYMMDD.
000940     ACCEPT VW-ACCESS-TIME FROM TIME.
000950     MOVE VA-ACCESS-TYPE TO VW-ACCESS-TYPE.
000960     IF NOT VW-BROWSED
000970         SET VW-VIEWED TO TRUE
000980     END-IF.
000990     SET AC-FILE-ACCSLOG TO TRUE.
001000     MOVE SPACES TO AC-RECORD-BODY.
001010     MOVE VW-ACCESS-RECORD (1:38) TO AC-RECORD-BODY (1:38).
001020     MOVE 38 TO AC-BODY-LENGTH.
001030     CALL "AUDCHAIN" USING AC-CHAIN-AREA.
001040     MOVE AC-RUN-SEQ TO VW-RUN-SEQ.
001050     MOVE AC-CHAIN-CHECK TO VW-CHAIN-CHECK.
001060     WRITE VW-ACCESS-RECORD.
001070     CLOSE ACCESS-LOG.
001080 2000-WRITE-ENTRY-EXIT.
001090     EXIT.

001100 END PROGRAM ACCSLOGW.
