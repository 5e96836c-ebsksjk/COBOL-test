000010******************************************************************
000020* PROGRAM-ID : PFGRADE
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   PASS/FAIL CONVERSION SERVICE.  THE ONE PLACE THAT TURNS AN
000090*   INSTRUCTOR'S LETTER GRADE INTO P OR NP FOR A STUDENT WHO
000100*   ELECTED PASS/FAIL IN THE COURSE FOR THE TERM (PFELECT, SEE
000110*   PFMNT).  EVERY PATH THAT WRITES A GRADE TO THE GRADE MASTER
000120*   - POSTING (UNTERPROGRAMM2), CORRECTION (GRADCORR) AND THE
000130*   INCOMPLETE LAPSE (INCLAPSE) - ASKS HERE FIRST (PQ-CONVERT)
000140*   AND WRITES THE GRADE RETURNED, THEN, ONCE THE GRADE HAS
000150*   LANDED, HAS THE LETTER KEPT ON THE ELECTION (PQ-RECORD).
000160*   ONLY A LETTER THAT COUNTS IN THE GPA FOR THE TERM CONVERTS
000170*   (GRDVALUE): ONE THAT EARNS CREDIT BECOMES P, ANY OTHER NP.
000180*   W, I, MD AND TRANSFER CREDIT PASS THROUGH UNCHANGED.  A SITE
000190*   WITHOUT PFELECT CONVERTS NOTHING.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-10-15  RO   ORIGINAL PROGRAM.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    PFGRADE.
000260 AUTHOR.        R. OKONKWO.
000270 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000280 DATE-WRITTEN.  2026-10-15.
000290 DATE-COMPILED.

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ELECTION-FILE ASSIGN TO "PFELECT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS EF-ELECTION-KEY
000370         FILE STATUS IS WS-ELECT-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ELECTION-FILE.
000410     COPY "pfelect.cpy".

000420 WORKING-STORAGE SECTION.
000430 01  WS-ELECT-STATUS          PIC X(02) VALUE "00".
000440 01  WS-OPENED-SWITCH         PIC X(01) VALUE "N".
000450     88  WS-FILE-OPENED       VALUE "Y".
000460 01  WS-USABLE-SWITCH         PIC X(01) VALUE "N".
000470     88  WS-ELECT-USABLE      VALUE "Y".
000480 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

000490*    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
000500     COPY "grdval.cpy".

000510 LINKAGE SECTION.
000520     COPY "pfgrade.cpy".

000530 PROCEDURE DIVISION USING PQ-CONVERT-AREA.

000540******************************************************************
000550* 0000-MAINLINE - OPEN ONCE, THEN CONVERT OR RECORD.
000560******************************************************************
000570 0000-MAINLINE.
000580     IF NOT WS-FILE-OPENED
000590         PERFORM 1000-OPEN-FILE THRU 1000-OPEN-FILE-EXIT
000600     END-IF.
000605     IF PQ-CONVERT
000610         MOVE PQ-LETTER-GRADE TO PQ-POSTED-GRADE
000615     END-IF.
000620     SET PQ-NOT-ELECTED TO TRUE.
000630     IF NOT WS-ELECT-USABLE
000640         GOBACK
000650     END-IF.
000660     PERFORM 2000-FIND-ELECTION THRU 2000-FIND-ELECTION-EXIT.
000670     IF PQ-NOT-ELECTED
000680         GOBACK
000690     END-IF.
000700     IF PQ-RECORD
000710         PERFORM 4000-KEEP-ORIGINAL THRU 4000-KEEP-ORIGINAL-EXIT
000720     ELSE
000730         PERFORM 3000-CONVERT-GRADE THRU 3000-CONVERT-GRADE-EXIT
000740     END-IF.
000750     GOBACK.

000760******************************************************************
000770* 1000-OPEN-FILE - PFELECT STAYS OPEN FOR THE RUN; A SITE THAT
000780*                  HAS NOT YET TAKEN AN ELECTION HAS NONE.
000790******************************************************************
000800 1000-OPEN-FILE.
000810     SET WS-FILE-OPENED TO TRUE.
000820     CALL "BIZDATE" USING WS-BUSINESS-DATE.
000830     OPEN I-O ELECTION-FILE.
000840     IF WS-ELECT-STATUS = "00"
000850         SET WS-ELECT-USABLE TO TRUE
000860     END-IF.
000870 1000-OPEN-FILE-EXIT.
000880     EXIT.

000890******************************************************************
000900* 2000-FIND-ELECTION - AN ACTIVE ELECTION FOR THE STUDENT, COURSE
000910*                      AND TERM.
000920******************************************************************
000930 2000-FIND-ELECTION.
000940     MOVE PQ-STUDENT-ID TO EF-STUDENT-ID.
000950     MOVE PQ-COURSE-CODE TO EF-COURSE-CODE.
000960     MOVE PQ-TERM-CODE TO EF-TERM-CODE.
000970     READ ELECTION-FILE
000980         INVALID KEY
000990             GO TO 2000-FIND-ELECTION-EXIT
001000     END-READ.
001010     IF WS-ELECT-STATUS = "00" AND EF-ACTIVE
001020         SET PQ-ELECTED TO TRUE
001030     END-IF.
001040 2000-FIND-ELECTION-EXIT.
001050     EXIT.

001060******************************************************************
001070* 3000-CONVERT-GRADE - A GPA LETTER BECOMES P WHEN IT EARNS
001080*                      CREDIT, ELSE NP; ANYTHING ELSE IS LEFT.
001090******************************************************************
001100 3000-CONVERT-GRADE.
001110     MOVE PQ-LETTER-GRADE TO GV-GRADE.
001120     MOVE PQ-TERM-CODE TO GV-TERM-CODE.
001130     CALL "GRDVALUE" USING GV-VALUE-AREA.
001140     IF NOT GV-GRADE-FOUND OR NOT GV-COUNTS-IN-GPA
001150         GO TO 3000-CONVERT-GRADE-EXIT
001160     END-IF.
001170     IF GV-EARNS-CREDIT
001180         MOVE "P " TO PQ-POSTED-GRADE
001190     ELSE
001200         MOVE "NP" TO PQ-POSTED-GRADE
001210     END-IF.
001220 3000-CONVERT-GRADE-EXIT.
001230     EXIT.

001240******************************************************************
001250* 4000-KEEP-ORIGINAL - THE GRADE HAS LANDED: KEEP THE LETTER AND
001260*                      WHAT WAS WRITTEN FOR IT ON THE ELECTION.
001270******************************************************************
001280 4000-KEEP-ORIGINAL.
001290     MOVE PQ-LETTER-GRADE TO EF-ORIGINAL-GRADE.
001300     MOVE PQ-POSTED-GRADE TO EF-POSTED-GRADE.
001310     MOVE WS-BUSINESS-DATE TO EF-CONVERT-DATE.
001320     REWRITE EF-ELECTION-RECORD.
001330 4000-KEEP-ORIGINAL-EXIT.
001340     EXIT.

001350 END PROGRAM PFGRADE.
