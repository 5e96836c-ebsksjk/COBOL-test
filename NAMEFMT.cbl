000010******************************************************************
000020* PROGRAM-ID : NAMEFMT
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   STUDENT NAME SERVICE.  THE ONE PLACE THAT DECIDES WHICH NAME
000090*   A STUDENT IS PRINTED UNDER.  GIVEN A STUDENT ID AND A FORM
000100*   IT READS THE STUDENT'S STUDNAME RECORD AND RETURNS
000110*   "LAST, FIRST MIDDLE" - THE LEGAL FIRST AND MIDDLE NAMES FOR
000120*   THE LEGAL FORM, THE PREFERRED FIRST NAME (THE LEGAL ONE WHEN
000130*   NONE IS ELECTED) AND NO MIDDLE NAME FOR THE PREFERRED FORM.
000140*   STUDNAME IS OPENED ON THE FIRST CALL AND STAYS OPEN UNTIL
000150*   THE CALLER'S FINISH ("F") CALL.  WITH NO STUDNAME FILE, OR
000160*   NO RECORD FOR THE STUDENT, THE NAME COMES BACK NOT FOUND AND
000170*   THE CALLER FALLS BACK TO THE MASTER NAME.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-10-15  RO   ORIGINAL PROGRAM.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    NAMEFMT.
000240 AUTHOR.        R. OKONKWO.
000250 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000260 DATE-WRITTEN.  2026-10-15.
000270 DATE-COMPILED.

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STUDENT-NAMES ASSIGN TO "STUDNAME"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LG-STUDENT-ID
000350         FILE STATUS IS WS-NAME-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  STUDENT-NAMES.
000390     COPY "namerec.cpy".

000400 WORKING-STORAGE SECTION.
000410 01  WS-NAME-STATUS           PIC X(02) VALUE "00".

000420*    ONCE-PER-RUN OPEN STATE - THE FILE STAYS OPEN ACROSS CALLS.
000430 01  WS-OPEN-SWITCHES.
000440     05  WS-TRIED-SWITCH      PIC X(01) VALUE "N".
000450         88  WS-OPEN-TRIED    VALUE "Y".
000460     05  WS-OPEN-SWITCH       PIC X(01) VALUE "N".
000470         88  WS-NAMES-OPEN    VALUE "Y".

000480 01  WS-FIRST-NAME            PIC X(25).
000490 01  WS-NAME-POINTER          PIC 9(03) COMP.

000500 LINKAGE SECTION.
000510     COPY "namefmt.cpy".

000520 PROCEDURE DIVISION USING NV-NAME-AREA.

000530******************************************************************
000540* 0000-MAINLINE - OPEN ONCE, THEN LOOK UP AND FORMAT.
000550******************************************************************
000560 0000-MAINLINE.
000570     IF NV-FINISH
000580         PERFORM 9000-CLOSE-NAMES THRU 9000-CLOSE-NAMES-EXIT
000590         GOBACK
000600     END-IF.
000610     MOVE SPACES TO NV-FORMATTED-NAME.
000620     SET NV-NAME-NOT-FOUND TO TRUE.
000630     IF NOT WS-OPEN-TRIED
000640         PERFORM 1000-OPEN-NAMES THRU 1000-OPEN-NAMES-EXIT
000650     END-IF.
000660     IF WS-NAMES-OPEN
000670         PERFORM 2000-FORMAT-NAME THRU 2000-FORMAT-NAME-EXIT
000680     END-IF.
000690     GOBACK.

000700******************************************************************
000710* 1000-OPEN-NAMES - A SITE WITHOUT THE FILE YET IS NOT AN ERROR.
000720******************************************************************
000730 1000-OPEN-NAMES.
000740     SET WS-OPEN-TRIED TO TRUE.
000750     OPEN INPUT STUDENT-NAMES.
000760     IF WS-NAME-STATUS = "00"
000770         SET WS-NAMES-OPEN TO TRUE
000780     END-IF.
000790 1000-OPEN-NAMES-EXIT.
000800     EXIT.

000810******************************************************************
000820* 2000-FORMAT-NAME - "LAST, FIRST MIDDLE" IN THE FORM ASKED FOR.
000830*                    EACH PART IS TAKEN UP TO ITS FIRST DOUBLE
000840*                    SPACE, SO "DE LA CRUZ" STAYS WHOLE.
000850******************************************************************
000860 2000-FORMAT-NAME.
000870     MOVE NV-STUDENT-ID TO LG-STUDENT-ID.
000880     READ STUDENT-NAMES
000890         INVALID KEY
000900             GO TO 2000-FORMAT-NAME-EXIT
000910     END-READ.
000920     IF WS-NAME-STATUS NOT = "00" OR LG-LEGAL-LAST = SPACES
000930         GO TO 2000-FORMAT-NAME-EXIT
000940     END-IF.
000950     MOVE LG-LEGAL-FIRST TO WS-FIRST-NAME.
000960     IF NV-PREFERRED-FORM AND LG-PREFERRED-FIRST NOT = SPACES
000970         MOVE LG-PREFERRED-FIRST TO WS-FIRST-NAME
000980     END-IF.
000990     MOVE 1 TO WS-NAME-POINTER.
001000     STRING LG-LEGAL-LAST DELIMITED BY "  "
001010         INTO NV-FORMATTED-NAME
001020         WITH POINTER WS-NAME-POINTER.
001030     IF WS-FIRST-NAME NOT = SPACES
001040         STRING ", "          DELIMITED BY SIZE
001050                WS-FIRST-NAME DELIMITED BY "  "
001060             INTO NV-FORMATTED-NAME
001070             WITH POINTER WS-NAME-POINTER
001080     END-IF.
001090     IF NV-LEGAL-FORM AND LG-LEGAL-MIDDLE NOT = SPACES
001100         STRING " "             DELIMITED BY SIZE
001110                LG-LEGAL-MIDDLE DELIMITED BY "  "
001120             INTO NV-FORMATTED-NAME
001130             WITH POINTER WS-NAME-POINTER
001140     END-IF.
001150     SET NV-NAME-FOUND TO TRUE.
001160 2000-FORMAT-NAME-EXIT.
001170     EXIT.

001180******************************************************************
001190* 9000-CLOSE-NAMES - END OF RUN; A LATER CALL OPENS AGAIN.
001200******************************************************************
001210 9000-CLOSE-NAMES.
001220     IF WS-NAMES-OPEN
001230         CLOSE STUDENT-NAMES
001240     END-IF.
001250     MOVE "N" TO WS-OPEN-SWITCH.
001260     MOVE "N" TO WS-TRIED-SWITCH.
001270 9000-CLOSE-NAMES-EXIT.
001280     EXIT.

001290 END PROGRAM NAMEFMT.
