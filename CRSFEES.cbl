000010******************************************************************
000020* PROGRAM-ID : CRSFEES
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   COURSE-FEE SERVICE.  THE ONE PLACE THAT SAYS WHICH FEES A
000090*   REGISTRATION CARRIES ON TOP OF ITS CREDIT-HOUR TUITION.
000100*   THE FEETBL CONTROL FILE IS TABLED ON THE FIRST CALL; EACH
000110*   CALL THEN RETURNS, FOR THE CALLER'S COURSE, TERM AND
000120*   SECTION, ONE ENTRY PER FEE CODE - THE NARROWEST ROW OF THAT
000130*   CODE THAT FITS (A ROW NAMING THE TERM OUTRANKS ONE THAT
000140*   DOES NOT, THEN A ROW NAMING THE SECTION) - WITH THE TOTAL
000150*   FEES AND THE REFUNDABLE PART.  A SITE WITHOUT FEETBL
000160*   CHARGES NO FEES.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  RO   ORIGINAL PROGRAM.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    CRSFEES.
000230 AUTHOR.        R. OKONKWO.
000240 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000250 DATE-WRITTEN.  2026-10-15.
000260 DATE-COMPILED.

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FEE-TABLE ASSIGN TO "FEETBL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-FEE-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  FEE-TABLE.
000360     COPY "feerec.cpy".

000370 WORKING-STORAGE SECTION.
000380 01  WS-FEE-STATUS            PIC X(02) VALUE "00".
000390 01  WS-LOADED-SWITCH         PIC X(01) VALUE "N".
000400     88  WS-TABLE-LOADED      VALUE "Y".
000410 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000420     88  WS-EOF               VALUE "Y".
000430 01  WS-ENTRY-SWITCH          PIC X(01) VALUE "N".
000440     88  WS-ENTRY-FOUND       VALUE "Y".

000450*    THE WHOLE FEE TABLE, HELD FOR THE RUN.
000460 01  WS-FEE-TABLE.
000470     05  WS-FEE-ROW OCCURS 1000 TIMES.
000480         10  WS-FT-COURSE     PIC X(06).
000490         10  WS-FT-TERM       PIC X(05).
000500         10  WS-FT-SECTION    PIC X(02).
000510         10  WS-FT-FEE-CODE   PIC X(04).
000520         10  WS-FT-AMOUNT     PIC 9(05)V99.
000530         10  WS-FT-REFUNDABLE PIC X(01).
000540 77  WS-FEE-USED              PIC 9(04) COMP VALUE ZERO.
000550 77  WS-FEE-SUB               PIC 9(04) COMP VALUE ZERO.
000560 77  WS-ENTRY-SUB             PIC 9(02) COMP VALUE ZERO.
000570 77  WS-ROW-RANK              PIC 9(01) VALUE ZERO.

000580 LINKAGE SECTION.
000590     COPY "crsfees.cpy".

000600 PROCEDURE DIVISION USING FQ-FEE-AREA.

000610******************************************************************
000620* 0000-MAINLINE - TABLE FEETBL ONCE, THEN GATHER THE FEES OF THE
000630*                 CALLER'S REGISTRATION.
000640******************************************************************
000650 0000-MAINLINE.
000660     IF NOT WS-TABLE-LOADED
000670         PERFORM 1000-LOAD-TABLE THRU 1000-LOAD-TABLE-EXIT
000680     END-IF.
000690     MOVE ZERO TO FQ-FEE-COUNT.
000700     MOVE ZERO TO FQ-TOTAL-FEES.
000710     MOVE ZERO TO FQ-REFUNDABLE-FEES.
000720     PERFORM 2000-TRY-ONE-ROW THRU 2000-TRY-ONE-ROW-EXIT
000730         VARYING WS-FEE-SUB FROM 1 BY 1
000740         UNTIL WS-FEE-SUB > WS-FEE-USED.
000750     PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
000760             UNTIL WS-ENTRY-SUB > FQ-FEE-COUNT
000770         ADD FQ-FEE-AMOUNT (WS-ENTRY-SUB) TO FQ-TOTAL-FEES
000780         IF FQ-FEE-REFUNDABLE (WS-ENTRY-SUB) = "Y"
000790             ADD FQ-FEE-AMOUNT (WS-ENTRY-SUB)
000800                 TO FQ-REFUNDABLE-FEES
000810         END-IF
000820     END-PERFORM.
000830     GOBACK.

000840******************************************************************
000850* 1000-LOAD-TABLE - TABLE EVERY FEETBL ROW; A MISSING FILE
000860*                   LEAVES THE TABLE EMPTY.
000870******************************************************************
000880 1000-LOAD-TABLE.
000890     SET WS-TABLE-LOADED TO TRUE.
000900     OPEN INPUT FEE-TABLE.
000910     IF WS-FEE-STATUS NOT = "00"
000920         DISPLAY "CRSFEES - FEETBL NOT AVAILABLE, STATUS "
000930             WS-FEE-STATUS ", NO COURSE FEES CHARGED"
000940         GO TO 1000-LOAD-TABLE-EXIT
000950     END-IF.
000960     PERFORM 1100-LOAD-ONE-ROW THRU 1100-LOAD-ONE-ROW-EXIT
000970         UNTIL WS-EOF.
000980     CLOSE FEE-TABLE.
000990 1000-LOAD-TABLE-EXIT.
001000     EXIT.

001010******************************************************************
001020* 1100-LOAD-ONE-ROW - TABLE ONE FEE ROW.
001030******************************************************************
001040 1100-LOAD-ONE-ROW.
001050     READ FEE-TABLE
001060         AT END
001070             SET WS-EOF TO TRUE
001080             GO TO 1100-LOAD-ONE-ROW-EXIT
001090     END-READ.
001100     IF FE-FEE-AMOUNT NOT NUMERIC OR FE-FEE-CODE = SPACES
001110         GO TO 1100-LOAD-ONE-ROW-EXIT
001120     END-IF.
001130     IF WS-FEE-USED < 1000
001140         ADD 1 TO WS-FEE-USED
001150         MOVE FE-COURSE-CODE TO WS-FT-COURSE (WS-FEE-USED)
001160         MOVE FE-TERM-CODE TO WS-FT-TERM (WS-FEE-USED)
001170         MOVE FE-SECTION TO WS-FT-SECTION (WS-FEE-USED)
001180         MOVE FE-FEE-CODE TO WS-FT-FEE-CODE (WS-FEE-USED)
001190         MOVE FE-FEE-AMOUNT TO WS-FT-AMOUNT (WS-FEE-USED)
001200         MOVE FE-REFUNDABLE-FLAG
001210             TO WS-FT-REFUNDABLE (WS-FEE-USED)
001220     END-IF.
001230 1100-LOAD-ONE-ROW-EXIT.
001240     EXIT.

001250******************************************************************
001260* 2000-TRY-ONE-ROW - KEEP A ROW THAT FITS THE REGISTRATION WHEN
001270*                    IT IS THE FIRST OR NARROWEST OF ITS CODE.
001280******************************************************************
001290 2000-TRY-ONE-ROW.
001300     IF WS-FT-COURSE (WS-FEE-SUB) NOT = FQ-COURSE-CODE
001310         GO TO 2000-TRY-ONE-ROW-EXIT
001320     END-IF.
001330     IF WS-FT-TERM (WS-FEE-SUB) NOT = SPACES
001340             AND WS-FT-TERM (WS-FEE-SUB) NOT = FQ-TERM-CODE
001350         GO TO 2000-TRY-ONE-ROW-EXIT
001360     END-IF.
001370     IF WS-FT-SECTION (WS-FEE-SUB) NOT = SPACES
001380             AND WS-FT-SECTION (WS-FEE-SUB) NOT = FQ-SECTION
001390         GO TO 2000-TRY-ONE-ROW-EXIT
001400     END-IF.

001410     MOVE 1 TO WS-ROW-RANK.
001420     IF WS-FT-TERM (WS-FEE-SUB) NOT = SPACES
001430         ADD 2 TO WS-ROW-RANK
001440     END-IF.
001450     IF WS-FT-SECTION (WS-FEE-SUB) NOT = SPACES
001460         ADD 1 TO WS-ROW-RANK
001470     END-IF.

001480     MOVE "N" TO WS-ENTRY-SWITCH.
001490     PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
001500             UNTIL WS-ENTRY-SUB > FQ-FEE-COUNT OR WS-ENTRY-FOUND
001510         IF FQ-FEE-CODE (WS-ENTRY-SUB)
001520                 = WS-FT-FEE-CODE (WS-FEE-SUB)
001530             SET WS-ENTRY-FOUND TO TRUE
001540         END-IF
001550     END-PERFORM.
001560     IF WS-ENTRY-FOUND
001570         SUBTRACT 1 FROM WS-ENTRY-SUB
001580         IF WS-ROW-RANK NOT > FQ-FEE-RANK (WS-ENTRY-SUB)
001590             GO TO 2000-TRY-ONE-ROW-EXIT
001600         END-IF
001610     ELSE
001620         IF FQ-FEE-COUNT NOT < 10
001630             GO TO 2000-TRY-ONE-ROW-EXIT
001640         END-IF
001650         ADD 1 TO FQ-FEE-COUNT
001660         MOVE FQ-FEE-COUNT TO WS-ENTRY-SUB
001670     END-IF.
001680     MOVE WS-FT-FEE-CODE (WS-FEE-SUB)
001690         TO FQ-FEE-CODE (WS-ENTRY-SUB).
001700     MOVE WS-FT-AMOUNT (WS-FEE-SUB)
001710         TO FQ-FEE-AMOUNT (WS-ENTRY-SUB).
001720     MOVE WS-FT-REFUNDABLE (WS-FEE-SUB)
001730         TO FQ-FEE-REFUNDABLE (WS-ENTRY-SUB).
001740     MOVE WS-ROW-RANK TO FQ-FEE-RANK (WS-ENTRY-SUB).
001750 2000-TRY-ONE-ROW-EXIT.
001760     EXIT.

001770 END PROGRAM CRSFEES.
