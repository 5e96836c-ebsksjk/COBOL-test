000010******************************************************************
000020* PROGRAM-ID : RESDVERS
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   RESIDENCY SERVICE.  THE ONE PLACE THAT SAYS WHICH RESIDENCY
000090*   CLASS A STUDENT WAS PRICED UNDER IN A GIVEN TERM.  EACH CALL
000100*   PICKS THE STUDENT'S RESIDNCY ROW WHOSE EFFECTIVE DATE IS THE
000110*   LATEST ON OR BEFORE THE START OF THE CALLER'S TERM.  A BLANK
000120*   TERM, OR ONE NOT ON TERMFILE, TAKES THE CLASS IN FORCE ON
000130*   THE BUSINESS DATE.  A STUDENT WHOSE FIRST CLASSIFICATION
000140*   TAKES EFFECT AFTER THE TERM, OR WHO HAS NONE, OR A SITE
000150*   WITHOUT RESIDNCY, COMES BACK NOT CLASSIFIED - THERE IS NO
000160*   DEFAULT CLASS.  THE LAST STUDENT AND TERM ASKED FOR ARE
000170*   REMEMBERED, SINCE CALLERS TEND TO ASK THE SAME QUESTION
000180*   SEVERAL TIMES RUNNING.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-10-15  RO   ORIGINAL PROGRAM.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    RESDVERS.
000250 AUTHOR.        R. OKONKWO.
000260 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000270 DATE-WRITTEN.  2026-10-15.
000280 DATE-COMPILED.

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RESIDENCY-FILE ASSIGN TO "RESIDNCY"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RS-RESIDENCY-KEY
000360         FILE STATUS IS WS-RESD-STATUS.

000370     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS TM-TERM-CODE
000410         FILE STATUS IS WS-TERM-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RESIDENCY-FILE.
000450     COPY "resdrec.cpy".

000460 FD  TERM-CONTROL.
000470     COPY "termrec.cpy".

000480 WORKING-STORAGE SECTION.
000490 01  WS-RESD-STATUS           PIC X(02) VALUE "00".
000500 01  WS-TERM-STATUS           PIC X(02) VALUE "00".
000510 01  WS-OPENED-SWITCH         PIC X(01) VALUE "N".
000520     88  WS-FILES-OPENED      VALUE "Y".
000530 01  WS-RESD-SWITCH           PIC X(01) VALUE "N".
000540     88  WS-RESD-OPEN         VALUE "Y".
000550 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000560     88  WS-EOF               VALUE "Y".
000570 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
000580 01  WS-TARGET-DATE           PIC 9(08) VALUE ZERO.
000590*    THE CLASSIFICATION PICKED SO FAR.
000600 01  WS-PICK-SWITCH           PIC X(01) VALUE "N".
000610     88  WS-PICK-FOUND        VALUE "Y".
000620 01  WS-PICK-DATE             PIC 9(08) VALUE ZERO.
000630 01  WS-PICK-CLASS            PIC X(01) VALUE SPACE.
000640 01  WS-PICK-TERM             PIC X(05) VALUE SPACES.
000650*    THE LAST QUESTION ASKED AND ITS ANSWER.
000660 01  WS-LAST-STUDENT          PIC 9(08) VALUE ZERO.
000670 01  WS-LAST-TERM             PIC X(05) VALUE HIGH-VALUES.
000680 01  WS-LAST-RESULT           PIC X(07).
000690*    TERM START DATES ALREADY LOOKED UP THIS RUN.
000700 01  WS-TERM-CACHE.
000710     05  WS-TERM-SLOT OCCURS 50 TIMES.
000720         10  WS-TC-TERM-CODE  PIC X(05).
000730         10  WS-TC-START-DATE PIC 9(08).
000740 77  WS-TERM-COUNT            PIC 9(03) COMP VALUE ZERO.
000750 77  WS-TERM-SUB              PIC 9(03) COMP VALUE ZERO.

000760 LINKAGE SECTION.
000770     COPY "resdvers.cpy".

000780 PROCEDURE DIVISION USING RX-RESIDENCY-AREA.

000790******************************************************************
000800* 0000-MAINLINE - OPEN ONCE, ANSWER FROM THE LAST CALL WHEN THE
000810*                 QUESTION REPEATS, ELSE RESOLVE THE TERM AND
000820*                 PICK THE CLASSIFICATION.
000830******************************************************************
000840 0000-MAINLINE.
000850     IF NOT WS-FILES-OPENED
000860         PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
000870     END-IF.
000880     IF RX-STUDENT-ID = WS-LAST-STUDENT
000890             AND RX-TERM-CODE = WS-LAST-TERM
000900         MOVE WS-LAST-RESULT TO RX-RESULT
000910         GOBACK
000920     END-IF.
000930     PERFORM 2000-RESOLVE-TERM THRU 2000-RESOLVE-TERM-EXIT.
000940     PERFORM 3000-PICK-CLASS THRU 3000-PICK-CLASS-EXIT.
000950     MOVE RX-STUDENT-ID TO WS-LAST-STUDENT.
000960     MOVE RX-TERM-CODE TO WS-LAST-TERM.
000970     MOVE RX-RESULT TO WS-LAST-RESULT.
000980     GOBACK.

000990******************************************************************
001000* 1000-OPEN-FILES - RESIDNCY STAYS OPEN FOR THE RUN; IT MAY BE
001010*                   MISSING, IN WHICH CASE NOBODY IS CLASSIFIED.
001020******************************************************************
001030 1000-OPEN-FILES.
001040     CALL "BIZDATE" USING WS-BUSINESS-DATE.
001050     SET WS-FILES-OPENED TO TRUE.
001060     OPEN INPUT RESIDENCY-FILE.
001070     IF WS-RESD-STATUS = "00"
001080         SET WS-RESD-OPEN TO TRUE
001090     ELSE
001100         DISPLAY "RESDVERS - RESIDNCY NOT AVAILABLE, STATUS "
001110             WS-RESD-STATUS ", NO STUDENT CLASSIFIED"
001120     END-IF.
001130 1000-OPEN-FILES-EXIT.
001140     EXIT.

001150******************************************************************
001160* 2000-RESOLVE-TERM - THE START DATE OF THE CALLER'S TERM, FROM
001170*                     THE CACHE OR TERMFILE; THE BUSINESS DATE
001180*                     FOR A BLANK OR UNKNOWN TERM.
001190******************************************************************
001200 2000-RESOLVE-TERM.
001210     MOVE WS-BUSINESS-DATE TO WS-TARGET-DATE.
001220     IF RX-TERM-CODE = SPACES
001230         GO TO 2000-RESOLVE-TERM-EXIT
001240     END-IF.
001250     PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
001260             UNTIL WS-TERM-SUB > WS-TERM-COUNT
001270         IF WS-TC-TERM-CODE (WS-TERM-SUB) = RX-TERM-CODE
001280             MOVE WS-TC-START-DATE (WS-TERM-SUB)
001290                 TO WS-TARGET-DATE
001300             GO TO 2000-RESOLVE-TERM-EXIT
001310         END-IF
001320     END-PERFORM.
001330     OPEN INPUT TERM-CONTROL.
001340     IF WS-TERM-STATUS NOT = "00"
001350         GO TO 2000-RESOLVE-TERM-EXIT
001360     END-IF.
001370     MOVE RX-TERM-CODE TO TM-TERM-CODE.
001380     READ TERM-CONTROL
001390         INVALID KEY
001400             CONTINUE
001410     END-READ.
001420     IF WS-TERM-STATUS = "00"
001430             AND TM-START-DATE IS NUMERIC
001440             AND TM-START-DATE > ZERO
001450         MOVE TM-START-DATE TO WS-TARGET-DATE
001460     END-IF.
001470     CLOSE TERM-CONTROL.
001480     IF WS-TERM-COUNT < 50
001490         ADD 1 TO WS-TERM-COUNT
001500         MOVE RX-TERM-CODE TO WS-TC-TERM-CODE (WS-TERM-COUNT)
001510         MOVE WS-TARGET-DATE TO WS-TC-START-DATE (WS-TERM-COUNT)
001520     END-IF.
001530 2000-RESOLVE-TERM-EXIT.
001540     EXIT.

001550******************************************************************
001560* 3000-PICK-CLASS - LATEST CLASSIFICATION OF THE STUDENT IN
001570*                   FORCE ON THE TARGET DATE, ELSE NONE.
001580******************************************************************
001590 3000-PICK-CLASS.
001600     MOVE SPACES TO RX-RESULT.
001610     SET RX-NOT-CLASSIFIED TO TRUE.
001620     MOVE "N" TO WS-PICK-SWITCH.
001630     IF NOT WS-RESD-OPEN
001640         GO TO 3000-PICK-CLASS-EXIT
001650     END-IF.
001660     MOVE RX-STUDENT-ID TO RS-STUDENT-ID.
001670     MOVE LOW-VALUES TO RS-EFFECTIVE-TERM.
001680     START RESIDENCY-FILE KEY IS NOT LESS THAN RS-RESIDENCY-KEY
001690         INVALID KEY
001700             GO TO 3000-PICK-CLASS-EXIT
001710     END-START.
001720     MOVE "N" TO WS-EOF-SWITCH.
001730     PERFORM 3100-WEIGH-ONE-ROW THRU 3100-WEIGH-ONE-ROW-EXIT
001740         UNTIL WS-EOF.
001750     IF WS-PICK-FOUND
001760         MOVE WS-PICK-CLASS TO RX-RESIDENCY-CLASS
001770         MOVE WS-PICK-TERM TO RX-EFFECTIVE-TERM
001780         SET RX-CLASSIFIED TO TRUE
001790     END-IF.
001800 3000-PICK-CLASS-EXIT.
001810     EXIT.

001820******************************************************************
001830* 3100-WEIGH-ONE-ROW - READ THE STUDENT'S NEXT CLASSIFICATION
001840*                      AND KEEP IT IF IT IS THE LATEST IN FORCE
001850*                      SO FAR.
001860******************************************************************
001870 3100-WEIGH-ONE-ROW.
001880     READ RESIDENCY-FILE NEXT RECORD
001890         AT END
001900             SET WS-EOF TO TRUE
001910             GO TO 3100-WEIGH-ONE-ROW-EXIT
001920     END-READ.
001930     IF WS-RESD-STATUS NOT = "00"
001940             OR RS-STUDENT-ID NOT = RX-STUDENT-ID
001950         SET WS-EOF TO TRUE
001960         GO TO 3100-WEIGH-ONE-ROW-EXIT
001970     END-IF.
001980     IF RS-EFFECTIVE-DATE NOT > WS-TARGET-DATE
001990             AND RS-VALID-CLASS
002000         IF NOT WS-PICK-FOUND
002010                 OR RS-EFFECTIVE-DATE > WS-PICK-DATE
002020             MOVE RS-RESIDENCY-CLASS TO WS-PICK-CLASS
002030             MOVE RS-EFFECTIVE-TERM TO WS-PICK-TERM
002040             MOVE RS-EFFECTIVE-DATE TO WS-PICK-DATE
002050             SET WS-PICK-FOUND TO TRUE
002060         END-IF
002070     END-IF.
002080 3100-WEIGH-ONE-ROW-EXIT.
002090     EXIT.

002100 END PROGRAM RESDVERS.
