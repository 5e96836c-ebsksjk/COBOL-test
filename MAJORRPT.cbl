000100*   A CONTROL BREAK PER MAJOR, WITH THE DEPARTMENT NAME FROM THE
000110*   MAJOR-CODE REFERENCE FILE, A SUBTOTAL PER MAJOR AND A GRAND
000120*   TOTAL.  UNKNOWN CODES PRINT AS "(NOT ON REFERENCE FILE)" SO
000124*   LEGACY BAD DATA IS VISIBLE RATHER THAN HIDDEN.  ACTIVE
000128*   SECOND MAJORS, MINORS, AND CONCENTRATIONS FROM THE
000132*   PROGRAM-OF-STUDY FILE (PROGSTDY) ARE LISTED UNDER THEIR CODE
000136*   AFTER THE PRIMARY MAJORS AND COUNTED SEPARATELY.
000137*   A RETIRED MAJOR THAT NAMES A SUCCESSOR ON MAJORREF (SET BY
000138*   THE RECODE RUN, MAJRECOD) IS REPORTED UNDER THE SUCCESSOR:
000139*   THE SUCCESSOR'S HEADING NAMES EACH CODE IT SUCCEEDED, AND A
000140*   STUDENT OR PROGRAM STILL CARRYING THE OLD CODE IS LISTED
000141*   THERE MARKED "WAS" THE OLD CODE, SO THE TWO READ AS ONE.
000142*-----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-08-22  RO   ORIGINAL PROGRAM.
000165*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000166*   2026-10-15  RO   SECONDARY PROGRAMS OF STUDY (PROGSTDY) LISTED
000167*                    AND TOTALLED APART FROM PRIMARY MAJORS.
000168*   2026-10-15  RO   RETIRED MAJORS FOLDED INTO THEIR SUCCESSOR.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    MAJORRPT.
000370         RECORD KEY IS MJ-MAJOR-CODE
000380         FILE STATUS IS WS-REF-STATUS.

000381     SELECT PROGRAM-FILE ASSIGN TO "PROGSTDY"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS PO-PROGRAM-KEY
000385         FILE STATUS IS WS-STUDY-STATUS.

000390     SELECT MAJOR-RPT ASSIGN TO "MAJORRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RPT-STATUS.
000470 FD  MAJOR-REFERENCE.
000480     COPY "mjrrec.cpy".

000483 FD  PROGRAM-FILE.
000486     COPY "progstdy.cpy".

000490 FD  MAJOR-RPT.
000500 01  MR-REPORT-LINE           PIC X(80).

000510 SD  SORT-WORK.
000520 01  SW-SORT-RECORD.
000530     05  SW-MAJOR-CODE        PIC X(04).
000532     05  SW-DECLARATION       PIC X(01).
000534         88  SW-PRIMARY       VALUE "P".
000536         88  SW-SECONDARY     VALUE "S".
000540     05  SW-STUDENT-ID        PIC 9(08).
000550     05  SW-STUDENT-NAME      PIC A(15).
000560     05  SW-ENROLLMENT-STATUS PIC X(01).
000565     05  SW-PROGRAM-LABEL     PIC X(13).
000567     05  SW-RETIRED-CODE      PIC X(04).

000570 WORKING-STORAGE SECTION.
000580     COPY "runhdr.cpy".
000610         88  WS-MAST-EOF      VALUE "Y".
000620     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
000630         88  WS-SORT-EOF      VALUE "Y".
000632     05  WS-STUDY-EOF-SWITCH  PIC X(01) VALUE "N".
000634         88  WS-STUDY-EOF     VALUE "Y".
000636     05  WS-STUDY-USABLE-SW   PIC X(01) VALUE "N".
000638         88  WS-STUDY-USABLE  VALUE "Y".
000639     05  WS-REF-EOF-SWITCH    PIC X(01) VALUE "N".
000640         88  WS-REF-EOF       VALUE "Y".
000641     05  WS-HOP-SWITCH        PIC X(01) VALUE "N".
000642         88  WS-HOP-TAKEN     VALUE "Y".

000643 01  WS-FILE-STATUSES.
000650     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000660     05  WS-REF-STATUS        PIC X(02) VALUE "00".
000665     05  WS-STUDY-STATUS      PIC X(02) VALUE "00".
000670     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000680 01  WS-COUNTERS COMP.
000690     05  WS-MAJOR-COUNT       PIC 9(05) VALUE ZERO.
000700     05  WS-GRAND-TOTAL       PIC 9(05) VALUE ZERO.
000703     05  WS-SECONDARY-COUNT   PIC 9(05) VALUE ZERO.
000706     05  WS-GRAND-SECONDARY   PIC 9(05) VALUE ZERO.
000707     05  WS-FOLDED-COUNT      PIC 9(05) VALUE ZERO.

000708*    RETIRED MAJORS AND THE ACTIVE MAJOR NOW CARRYING EACH - A
000709*    CHAIN OF RETIREMENTS IS FOLLOWED TO ITS END WHEN TABLED.
000710 01  WS-SUCC-TABLE.
000711     05  WS-SUCC-ENTRY OCCURS 200 TIMES.
000712         10  WS-SC-RETIRED    PIC X(04).
000713         10  WS-SC-CURRENT    PIC X(04).
000714         10  WS-SC-DATE       PIC 9(08).
000715 77  WS-SUCC-COUNT            PIC 9(03) COMP VALUE ZERO.
000716 77  WS-SUCC-MAX              PIC 9(03) COMP VALUE 200.
000717 77  WS-SUCC-SUB              PIC 9(03) COMP.
000718 77  WS-CHAIN-SUB             PIC 9(03) COMP.
000719 77  WS-HOP-COUNT             PIC 9(03) COMP.
000720 77  WS-FOUND-SUB             PIC 9(03) COMP.

000721 01  WS-CURRENT-MAJOR         PIC X(04) VALUE LOW-VALUES.
000722 01  WS-FIRST-BREAK-SWITCH    PIC X(01) VALUE "Y".
000730     88  WS-FIRST-BREAK       VALUE "Y".

000740 01  WS-EDIT-COUNTERS.
000870     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000880     SORT SORT-WORK
000890         ON ASCENDING KEY SW-MAJOR-CODE
000895                          SW-DECLARATION
000900                          SW-STUDENT-ID
000910         INPUT PROCEDURE IS 1500-FEED-STUDENTS
000920             THRU 1500-FEED-STUDENTS-EXIT
001060         SET WS-MAST-EOF TO TRUE
001070     END-IF.
001080     OPEN INPUT MAJOR-REFERENCE.
001081     IF WS-REF-STATUS = "00"
001082         PERFORM 1100-TABLE-RETIRED THRU 1100-TABLE-RETIRED-EXIT
001083     END-IF.
001084     OPEN INPUT PROGRAM-FILE.
001085     IF WS-STUDY-STATUS = "00"
001086         SET WS-STUDY-USABLE TO TRUE
001088     END-IF.
001090     OPEN OUTPUT MAJOR-RPT.

001100     MOVE "ENROLLMENT BY MAJOR" TO WS-REPORT-LINE.
001120 1000-INITIALIZE-EXIT.
001130     EXIT.

001131******************************************************************
001132* 1100-TABLE-RETIRED - TABLE EVERY INACTIVE MAJOR THAT NAMES A
001133*                      SUCCESSOR, THEN CARRY EACH ONE FORWARD TO
001134*                      THE END OF ITS CHAIN.
001135******************************************************************
001136 1100-TABLE-RETIRED.
001137     MOVE LOW-VALUES TO MJ-MAJOR-CODE.
001138     START MAJOR-REFERENCE KEY IS NOT LESS THAN MJ-MAJOR-CODE
001139         INVALID KEY
001140             SET WS-REF-EOF TO TRUE
001141     END-START.
001142     PERFORM 1110-TABLE-ONE THRU 1110-TABLE-ONE-EXIT
001143         UNTIL WS-REF-EOF.
001144     PERFORM 1120-FOLLOW-CHAIN THRU 1120-FOLLOW-CHAIN-EXIT
001145         VARYING WS-SUCC-SUB FROM 1 BY 1
001146         UNTIL WS-SUCC-SUB > WS-SUCC-COUNT.
001147 1100-TABLE-RETIRED-EXIT.
001148     EXIT.

001149 1110-TABLE-ONE.
001150     READ MAJOR-REFERENCE NEXT RECORD
001151         AT END
001152             SET WS-REF-EOF TO TRUE
001153             GO TO 1110-TABLE-ONE-EXIT
001154     END-READ.
001155     IF WS-REF-STATUS NOT = "00"
001156         SET WS-REF-EOF TO TRUE
001157         GO TO 1110-TABLE-ONE-EXIT
001158     END-IF.
001159     IF NOT MJ-INACTIVE OR MJ-SUCCESSOR-CODE = SPACES
001160         GO TO 1110-TABLE-ONE-EXIT
001161     END-IF.
001162     IF WS-SUCC-COUNT NOT < WS-SUCC-MAX
001163         SET WS-REF-EOF TO TRUE
001164         GO TO 1110-TABLE-ONE-EXIT
001165     END-IF.
001166     ADD 1 TO WS-SUCC-COUNT.
001167     MOVE MJ-MAJOR-CODE TO WS-SC-RETIRED (WS-SUCC-COUNT).
001168     MOVE MJ-SUCCESSOR-CODE TO WS-SC-CURRENT (WS-SUCC-COUNT).
001169     MOVE MJ-RETIRED-DATE TO WS-SC-DATE (WS-SUCC-COUNT).
001170 1110-TABLE-ONE-EXIT.
001171     EXIT.

001172******************************************************************
001173* 1120-FOLLOW-CHAIN - WHILE AN ENTRY'S SUCCESSOR WAS ITSELF
001174*                     RETIRED, MOVE IT ON; THE HOP LIMIT STOPS A
001175*                     MIS-KEYED LOOP.
001176******************************************************************
001177 1120-FOLLOW-CHAIN.
001178     MOVE ZERO TO WS-HOP-COUNT.
001179     SET WS-HOP-TAKEN TO TRUE.
001180     PERFORM 1130-ONE-HOP THRU 1130-ONE-HOP-EXIT
001181         UNTIL NOT WS-HOP-TAKEN
001182            OR WS-HOP-COUNT > WS-SUCC-COUNT.
001183 1120-FOLLOW-CHAIN-EXIT.
001184     EXIT.

001185 1130-ONE-HOP.
001186     MOVE "N" TO WS-HOP-SWITCH.
001187     ADD 1 TO WS-HOP-COUNT.
001188     PERFORM 1140-MATCH-HOP THRU 1140-MATCH-HOP-EXIT
001189         VARYING WS-CHAIN-SUB FROM 1 BY 1
001190         UNTIL WS-CHAIN-SUB > WS-SUCC-COUNT
001191            OR WS-HOP-TAKEN.
001192 1130-ONE-HOP-EXIT.
001193     EXIT.

001194 1140-MATCH-HOP.
001195     IF WS-SC-RETIRED (WS-CHAIN-SUB)
001196             = WS-SC-CURRENT (WS-SUCC-SUB)
001197         MOVE WS-SC-CURRENT (WS-CHAIN-SUB)
001198             TO WS-SC-CURRENT (WS-SUCC-SUB)
001199         SET WS-HOP-TAKEN TO TRUE
001200     END-IF.
001201 1140-MATCH-HOP-EXIT.
001202     EXIT.

001203******************************************************************
001204* 1500-FEED-STUDENTS - INPUT PROCEDURE: RELEASE EVERY MASTER
001205*                      RECORD, AND EACH STUDENT'S ACTIVE
001206*                      SECONDARY PROGRAMS, TO THE SORT.
001207******************************************************************
001208 1500-FEED-STUDENTS.
001209     PERFORM 1510-RELEASE-ONE THRU 1510-RELEASE-ONE-EXIT
001210         UNTIL WS-MAST-EOF.
001211 1500-FEED-STUDENTS-EXIT.
001220     EXIT.

001230******************************************************************
001300             GO TO 1510-RELEASE-ONE-EXIT
001310     END-READ.
001320     MOVE SM-MAJOR-CODE TO SW-MAJOR-CODE.
001325     SET SW-PRIMARY TO TRUE.
001330     MOVE SM-STUDENT-ID TO SW-STUDENT-ID.
001340     MOVE SM-STUDENT-NAME TO SW-STUDENT-NAME.
001350     MOVE SM-ENROLLMENT-STATUS TO SW-ENROLLMENT-STATUS.
001355     MOVE SPACES TO SW-PROGRAM-LABEL.
001356     PERFORM 1530-FOLD-RETIRED THRU 1530-FOLD-RETIRED-EXIT.
001357     RELEASE SW-SORT-RECORD.

001358     IF NOT WS-STUDY-USABLE
001359         GO TO 1510-RELEASE-ONE-EXIT
001360     END-IF.
001361     MOVE "N" TO WS-STUDY-EOF-SWITCH.
001362     MOVE SM-STUDENT-ID TO PO-STUDENT-ID.
001363     MOVE ZERO TO PO-SEQUENCE.
001364     START PROGRAM-FILE KEY IS NOT LESS THAN PO-PROGRAM-KEY
001365         INVALID KEY
001366             SET WS-STUDY-EOF TO TRUE
001367     END-START.
001368     PERFORM 1520-RELEASE-PROGRAM THRU 1520-RELEASE-PROGRAM-EXIT
001369         UNTIL WS-STUDY-EOF.
001370 1510-RELEASE-ONE-EXIT.
001371     EXIT.

001372******************************************************************
001373* 1520-RELEASE-PROGRAM - RELEASE THE STUDENT'S NEXT ACTIVE
001374*                        PROGRAM OF STUDY UNDER ITS OWN CODE.
001375******************************************************************
001376 1520-RELEASE-PROGRAM.
001377     READ PROGRAM-FILE NEXT RECORD
001378         AT END
001379             SET WS-STUDY-EOF TO TRUE
001380             GO TO 1520-RELEASE-PROGRAM-EXIT
001381     END-READ.
001382     IF WS-STUDY-STATUS NOT = "00"
001383             OR PO-STUDENT-ID NOT = SM-STUDENT-ID
001384         SET WS-STUDY-EOF TO TRUE
001385         GO TO 1520-RELEASE-PROGRAM-EXIT
001386     END-IF.
001387     IF NOT PO-ACTIVE
001388         GO TO 1520-RELEASE-PROGRAM-EXIT
001389     END-IF.
001390     MOVE PO-PROGRAM-CODE TO SW-MAJOR-CODE.
001391     SET SW-SECONDARY TO TRUE.
001392     EVALUATE TRUE
001393         WHEN PO-TYPE-MAJOR
001394             MOVE "2ND MAJOR" TO SW-PROGRAM-LABEL
001395         WHEN PO-TYPE-MINOR
001396             MOVE "MINOR" TO SW-PROGRAM-LABEL
001397         WHEN OTHER
001398             MOVE "CONCENTRATION" TO SW-PROGRAM-LABEL
001399     END-EVALUATE.
001400     PERFORM 1530-FOLD-RETIRED THRU 1530-FOLD-RETIRED-EXIT.
001401     RELEASE SW-SORT-RECORD.
001402 1520-RELEASE-PROGRAM-EXIT.
001403     EXIT.

001404******************************************************************
001405* 1530-FOLD-RETIRED - A RETIRED CODE WITH A SUCCESSOR SORTS UNDER
001406*                     THE SUCCESSOR, REMEMBERING THE OLD CODE.
001407******************************************************************
001408 1530-FOLD-RETIRED.
001409     MOVE SPACES TO SW-RETIRED-CODE.
001410     MOVE ZERO TO WS-FOUND-SUB.
001411     PERFORM 1540-MATCH-RETIRED THRU 1540-MATCH-RETIRED-EXIT
001412         VARYING WS-SUCC-SUB FROM 1 BY 1
001413         UNTIL WS-SUCC-SUB > WS-SUCC-COUNT
001414            OR WS-FOUND-SUB > ZERO.
001415     IF WS-FOUND-SUB > ZERO
001416         MOVE SW-MAJOR-CODE TO SW-RETIRED-CODE
001417         MOVE WS-SC-CURRENT (WS-FOUND-SUB) TO SW-MAJOR-CODE
001418     END-IF.
001419 1530-FOLD-RETIRED-EXIT.
001420     EXIT.

001421 1540-MATCH-RETIRED.
001422     IF WS-SC-RETIRED (WS-SUCC-SUB) = SW-MAJOR-CODE
001423         MOVE WS-SUCC-SUB TO WS-FOUND-SUB
001424     END-IF.
001425 1540-MATCH-RETIRED-EXIT.
001426     EXIT.

001427******************************************************************
001428* 2000-PRINT-BY-MAJOR - OUTPUT PROCEDURE: CONTROL BREAK ON THE
001429*                       MAJOR CODE WITH SUBTOTALS.
001430******************************************************************
001431 2000-PRINT-BY-MAJOR.
001440     PERFORM 2100-RETURN-STUDENT THRU 2100-RETURN-STUDENT-EXIT.
001450     PERFORM 2200-ONE-STUDENT THRU 2200-ONE-STUDENT-EXIT
001460         UNTIL WS-SORT-EOF.
001780            SW-STUDENT-NAME        DELIMITED BY SIZE
001790            "  "                   DELIMITED BY SIZE
001800            SW-ENROLLMENT-STATUS   DELIMITED BY SIZE
001803            "  "                   DELIMITED BY SIZE
001806            SW-PROGRAM-LABEL       DELIMITED BY SIZE
001810         INTO WS-REPORT-LINE.
001811     IF SW-RETIRED-CODE NOT = SPACES
001812         MOVE SPACES TO WS-REPORT-LINE (46:35)
001813         STRING "  (WAS "             DELIMITED BY SIZE
001814                SW-RETIRED-CODE       DELIMITED BY SIZE
001815                ")"                   DELIMITED BY SIZE
001816             INTO WS-REPORT-LINE (46:35)
001817         ADD 1 TO WS-FOLDED-COUNT
001818     END-IF.
001820     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
001823     IF SW-SECONDARY
001826         ADD 1 TO WS-SECONDARY-COUNT
001829         ADD 1 TO WS-GRAND-SECONDARY
001832     ELSE
001835         ADD 1 TO WS-MAJOR-COUNT
001838         ADD 1 TO WS-GRAND-TOTAL
001841     END-IF.

001850     PERFORM 2100-RETURN-STUDENT THRU 2100-RETURN-STUDENT-EXIT.
001860 2200-ONE-STUDENT-EXIT.
001920 2300-MAJOR-HEADING.
001930     MOVE SW-MAJOR-CODE TO WS-CURRENT-MAJOR.
001940     MOVE ZERO TO WS-MAJOR-COUNT.
001945     MOVE ZERO TO WS-SECONDARY-COUNT.
001947     MOVE ZERO TO WS-FOLDED-COUNT.
001950     MOVE "N" TO WS-FIRST-BREAK-SWITCH.

001960     MOVE SPACES TO WS-REPORT-LINE.
002140             INTO WS-REPORT-LINE
002150     END-IF.
002160     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
002162     PERFORM 2310-NAME-PREDECESSOR THRU 2310-NAME-PREDECESSOR-EXIT
002164         VARYING WS-SUCC-SUB FROM 1 BY 1
002166         UNTIL WS-SUCC-SUB > WS-SUCC-COUNT.
002170 2300-MAJOR-HEADING-EXIT.
002180     EXIT.

002181******************************************************************
002182* 2310-NAME-PREDECESSOR - ONE LINE PER RETIRED MAJOR THE CURRENT
002183*                         MAJOR NOW CARRIES.
002184******************************************************************
002185 2310-NAME-PREDECESSOR.
002186     IF WS-SC-CURRENT (WS-SUCC-SUB) NOT = WS-CURRENT-MAJOR
002187         GO TO 2310-NAME-PREDECESSOR-EXIT
002188     END-IF.
002189     MOVE SPACES TO WS-REPORT-LINE.
002190     STRING "  SUCCEEDS RETIRED MAJOR "   DELIMITED BY SIZE
002191            WS-SC-RETIRED (WS-SUCC-SUB)  DELIMITED BY SIZE
002192            "  RECODED "                 DELIMITED BY SIZE
002193            WS-SC-DATE (WS-SUCC-SUB)     DELIMITED BY SIZE
002194         INTO WS-REPORT-LINE.
002195     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
002196 2310-NAME-PREDECESSOR-EXIT.
002197     EXIT.

002198******************************************************************
002200* 2400-MAJOR-SUBTOTAL - CLOSE OUT ONE MAJOR GROUP.
002210******************************************************************
002220 2400-MAJOR-SUBTOTAL.
002260            WS-COUNT-ED             DELIMITED BY SIZE
002270         INTO WS-REPORT-LINE.
002280     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
002281     MOVE WS-SECONDARY-COUNT TO WS-COUNT-ED.
002282     MOVE SPACES TO WS-REPORT-LINE.
002283     STRING "  SECONDARY DECLARED:" DELIMITED BY SIZE
002284            WS-COUNT-ED             DELIMITED BY SIZE
002285         INTO WS-REPORT-LINE.
002286     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
002287     IF WS-FOLDED-COUNT > ZERO
002288         MOVE WS-FOLDED-COUNT TO WS-COUNT-ED
002289         MOVE SPACES TO WS-REPORT-LINE
002290         STRING "  UNDER RETIRED CODES:" DELIMITED BY SIZE
002291                WS-COUNT-ED              DELIMITED BY SIZE
002292             INTO WS-REPORT-LINE
002293         WRITE MR-REPORT-LINE FROM WS-REPORT-LINE
002294     END-IF.
002295 2400-MAJOR-SUBTOTAL-EXIT.
002300     EXIT.

002310******************************************************************
002370     MOVE WS-GRAND-TOTAL TO WS-COUNT-ED.
002380     MOVE SPACES TO WS-REPORT-LINE.
002390     STRING "TOTAL STUDENTS:      " DELIMITED BY SIZE
002391            WS-COUNT-ED             DELIMITED BY SIZE
002392         INTO WS-REPORT-LINE.
002393     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
002394     MOVE WS-GRAND-SECONDARY TO WS-COUNT-ED.
002395     MOVE SPACES TO WS-REPORT-LINE.
002396     STRING "TOTAL SECONDARY:     " DELIMITED BY SIZE
002400            WS-COUNT-ED             DELIMITED BY SIZE
002410         INTO WS-REPORT-LINE.
002420     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.

002430     CLOSE STUDENT-MASTER.
002440     CLOSE MAJOR-REFERENCE.
002442     IF WS-STUDY-USABLE
002444         CLOSE PROGRAM-FILE
002446     END-IF.
002450     CLOSE MAJOR-RPT.
002460 3000-FINISH-EXIT.
002470     EXIT.
