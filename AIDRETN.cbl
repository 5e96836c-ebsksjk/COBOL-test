000010******************************************************************
000020* PROGRAM-ID : AIDRETN
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   RETURN OF AID FOR MID-TERM WITHDRAWALS, RUN AFTER THE CASCADE
000090*   WITHDRAWAL (WDRAWCSC).  READS THE WITHDRAWAL FEED WDRAWCSC
000100*   APPENDS - ONE RECORD PER STUDENT AND TERM WITHDRAWN - AND
000110*   WORKS OUT THE PERCENTAGE OF THE TERM COMPLETED: CALENDAR
000120*   DAYS FROM TM-START-DATE THROUGH THE WITHDRAWAL DATE OVER THE
000130*   CALENDAR DAYS FROM TM-START-DATE THROUGH TM-END-DATE, TO ONE
000140*   DECIMAL PLACE.  PAST SIXTY PERCENT THE AID IS EARNED IN FULL.
000150*   OTHERWISE EVERY POSTED AWARD FOR THE STUDENT AND TERM GIVES
000160*   BACK ITS UNEARNED PART - AMOUNT TIMES (100 - PERCENT
000170*   COMPLETED) / 100 - WHICH COMES OFF BL-AID-AMT ON THE TERM'S
000180*   STUBILL RECORD WITH BL-BALANCE RECOMPUTED; THE AWARD IS
000190*   FLIPPED TO RETURNED SO IT IS NEVER RETURNED TWICE, AND A
000200*   RETURN RECORD IS APPENDED TO AIDRETRN FOR AUDIT.  THE RETURN
000210*   REGISTER LISTS EVERY STUDENT AND AWARD WITH ITS OUTCOME AND
000220*   CARRIES A CERTIFICATION LINE FOR THE AID OFFICE.  A CLEANLY
000230*   FINISHED RUN EMPTIES THE FEED SO NOTHING IS RETURNED TWICE.
000231*   WHAT EACH RETURN TAKES OFF THE BILL IS ALSO WRITTEN TO THE
000232*   GENERAL-LEDGER ACTIVITY FILE (GLACTV) AS AID RETURNED, WITH
000233*   A CONTROL RECORD FOR THE RUN, FOR THE DAILY JOURNAL.  IF ANY
000234*   FILE CANNOT BE OPENED THE RUN STOPS RC 8 BEFORE READING THE
000235*   FEED AND THE FEED IS KEPT WHOLE FOR THE RERUN.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-10-15  RO   ORIGINAL PROGRAM.
000263*   2026-10-15  RO   RETURNED AID WRITTEN TO GLACTV; A FILE THAT
000266*                    WILL NOT OPEN STOPS THE RUN, FEED KEPT.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    AIDRETN.
000300 AUTHOR.        R. OKONKWO.
000310 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000320 DATE-WRITTEN.  2026-10-15.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT WITHDRAW-FEED ASSIGN TO "WDRAWFD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FEED-STATUS.

000400     SELECT TERM-CONTROL ASSIGN TO "TERMFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS TM-TERM-CODE
000440         FILE STATUS IS WS-TERM-STATUS.

000450     SELECT AWARD-FILE ASSIGN TO "AWARDS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AW-AWARD-KEY
000490         FILE STATUS IS WS-AWARD-STATUS.

000500     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS BL-BILL-KEY
000540         FILE STATUS IS WS-BILL-STATUS.

000550     SELECT RETURN-FILE ASSIGN TO "AIDRETRN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RETN-STATUS.

000580     SELECT RETURN-RPT ASSIGN TO "AIDRTRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.

000602     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-GLACT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  WITHDRAW-FEED.
000640     COPY "wdrawfd.cpy".

000650 FD  TERM-CONTROL.
000660     COPY "termrec.cpy".

000670 FD  AWARD-FILE.
000680     COPY "awardrec.cpy".

000690 FD  BILLING-FILE.
000700     COPY "billrec.cpy".

000710 FD  RETURN-FILE.
000720     COPY "aidretn.cpy".

000730 FD  RETURN-RPT.
000740 01  AR-REPORT-LINE           PIC X(80).

000743 FD  GL-ACTIVITY-FILE.
000746     COPY "glactv.cpy".

000750 WORKING-STORAGE SECTION.
000760     COPY "runhdr.cpy".

000770 01  WS-SWITCHES.
000780     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000790         88  WS-EOF           VALUE "Y".
000800     05  WS-AWARD-EOF-SWITCH  PIC X(01) VALUE "N".
000810         88  WS-AWARD-EOF     VALUE "Y".
000820     05  WS-BILL-SWITCH       PIC X(01) VALUE "N".
000830         88  WS-BILL-FOUND    VALUE "Y".
000833     05  WS-STOP-SWITCH       PIC X(01) VALUE "N".
000836         88  WS-RUN-STOPPED   VALUE "Y".

000840 01  WS-FILE-STATUSES.
000850     05  WS-FEED-STATUS       PIC X(02) VALUE "00".
000860     05  WS-TERM-STATUS       PIC X(02) VALUE "00".
000870     05  WS-AWARD-STATUS      PIC X(02) VALUE "00".
000880     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000890     05  WS-RETN-STATUS       PIC X(02) VALUE "00".
000900     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000905     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".

000910 01  WS-COUNTERS COMP.
000920     05  WS-WITHDRAWALS-READ  PIC 9(05) VALUE ZERO.
000930     05  WS-AWARDS-RETURNED   PIC 9(05) VALUE ZERO.
000940     05  WS-AWARDS-EARNED     PIC 9(05) VALUE ZERO.
000950     05  WS-AWARDS-SKIPPED    PIC 9(05) VALUE ZERO.
000960     05  WS-EXCEPTION-COUNT   PIC 9(05) VALUE ZERO.
000970     05  WS-STUDENT-AWARDS    PIC 9(05) VALUE ZERO.

000980 01  WS-WORK-FIELDS.
000990     05  WS-DAYS-IN-TERM      PIC S9(05).
001000     05  WS-DAYS-COMPLETED    PIC S9(05).
001010     05  WS-PCT-COMPLETED     PIC 9(03)V9.
001020     05  WS-RETURN-AMT        PIC 9(07)V99.
001030     05  WS-STUDENT-RETURNED  PIC 9(07)V99.
001040     05  WS-TOTAL-RETURNED    PIC 9(07)V99.
001043     05  WS-BILL-RETURN-AMT   PIC 9(07)V99.
001046     05  WS-TOTAL-POSTED      PIC 9(07)V99.

001050*    PAST THIS PERCENTAGE OF THE TERM COMPLETED THE STUDENT HAS
001060*    EARNED ALL OF THE TERM'S AID AND NOTHING IS RETURNED.
001070 01  WS-EARNED-IN-FULL-PCT    PIC 9(03)V9 VALUE 60.0.

001080 01  WS-EDIT-FIELDS.
001090     05  WS-COUNT-ED          PIC ZZZZ9.
001100     05  WS-DAYS-ED           PIC ZZ9.
001110     05  WS-TERM-DAYS-ED      PIC ZZ9.
001120     05  WS-PCT-ED            PIC ZZ9.9.
001130     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
001140     05  WS-RETURN-ED         PIC Z,ZZZ,ZZ9.99.

001150 01  WS-OUTCOME-TEXT          PIC X(22).

001160 01  WS-REPORT-LINE           PIC X(80).

001170 PROCEDURE DIVISION.

001180******************************************************************
001190* 0000-MAINLINE.
001200******************************************************************
001210 0000-MAINLINE.
001220     MOVE "AIDRETN" TO RH-PROGRAM-NAME.
001230     CALL "BIZDATE" USING RH-RUN-DATE.
001240     ACCEPT RH-RUN-TIME FROM TIME.
001250     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
001260         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
001270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001280     PERFORM 2000-ONE-WITHDRAWAL THRU 2000-ONE-WITHDRAWAL-EXIT
001290         UNTIL WS-EOF.
001300     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001310     ACCEPT RH-RUN-TIME FROM TIME.
001320     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001330         RH-RUN-TIME.
001340     GOBACK.

001350******************************************************************
001360* 1000-INITIALIZE - OPEN FILES AND PRINT THE REGISTER HEADING.
001370******************************************************************
001380 1000-INITIALIZE.
001390     MOVE ZERO TO WS-TOTAL-RETURNED.
001395     MOVE ZERO TO WS-TOTAL-POSTED.
001400     OPEN OUTPUT RETURN-RPT.
001410     MOVE SPACES TO WS-REPORT-LINE.
001420     STRING "RETURN OF AID REGISTER - RUN DATE " DELIMITED BY SIZE
001430            RH-RUN-DATE                          DELIMITED BY SIZE
001440         INTO WS-REPORT-LINE.
001450     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.

001460     OPEN INPUT TERM-CONTROL.
001462     IF WS-TERM-STATUS NOT = "00"
001464         MOVE "  (NO TERM FILE - RUN STOPPED)" TO WS-REPORT-LINE
001466         GO TO 1000-STOP-RUN
001468     END-IF.
001470     OPEN I-O AWARD-FILE.
001472     IF WS-AWARD-STATUS NOT = "00"
001474         MOVE "  (NO AWARDS FILE - RUN STOPPED)" TO WS-REPORT-LINE
001476         GO TO 1000-STOP-RUN
001478     END-IF.
001480     OPEN I-O BILLING-FILE.
001482     IF WS-BILL-STATUS NOT = "00"
001484         MOVE "  (NO BILLING FILE - RUN STOPPED)"
001485             TO WS-REPORT-LINE
001486         GO TO 1000-STOP-RUN
001488     END-IF.
001490     OPEN EXTEND RETURN-FILE.
001500     IF WS-RETN-STATUS = "05" OR WS-RETN-STATUS = "35"
001510         OPEN OUTPUT RETURN-FILE
001520     END-IF.
001521     OPEN EXTEND GL-ACTIVITY-FILE.
001522     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
001523         OPEN OUTPUT GL-ACTIVITY-FILE
001524     END-IF.
001525     IF WS-RETN-STATUS NOT = "00" OR WS-GLACT-STATUS NOT = "00"
001526         MOVE "  (NO AIDRETRN OR GLACTV - RUN STOPPED)"
001527             TO WS-REPORT-LINE
001528         GO TO 1000-STOP-RUN
001529     END-IF.

001530     OPEN INPUT WITHDRAW-FEED.
001540     IF WS-FEED-STATUS NOT = "00"
001550         MOVE "  (NO WITHDRAWAL FEED - NOTHING TO RETURN)"
001560             TO WS-REPORT-LINE
001570         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
001580         SET WS-EOF TO TRUE
001590         GO TO 1000-INITIALIZE-EXIT
001600     END-IF.
001680     PERFORM 2100-READ-WITHDRAWAL THRU 2100-READ-WITHDRAWAL-EXIT.
001681     GO TO 1000-INITIALIZE-EXIT.
001682 1000-STOP-RUN.
001683     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
001684     MOVE "  (WITHDRAWAL FEED KEPT FOR THE RERUN)"
001685         TO WS-REPORT-LINE.
001686     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
001687     SET WS-EOF TO TRUE.
001688     SET WS-RUN-STOPPED TO TRUE.
001690 1000-INITIALIZE-EXIT.
001700     EXIT.

001710******************************************************************
001720* 2100-READ-WITHDRAWAL - GET THE NEXT WITHDRAWAL FROM THE FEED.
001730******************************************************************
001740 2100-READ-WITHDRAWAL.
001750     READ WITHDRAW-FEED
001760         AT END
001770             SET WS-EOF TO TRUE
001780     END-READ.
001790 2100-READ-WITHDRAWAL-EXIT.
001800     EXIT.

001810******************************************************************
001820* 2000-ONE-WITHDRAWAL - PERCENT OF TERM COMPLETED, THEN RETURN
001830*                       THE UNEARNED PART OF EACH POSTED AWARD.
001840******************************************************************
001850 2000-ONE-WITHDRAWAL.
001860     ADD 1 TO WS-WITHDRAWALS-READ.
001870     MOVE ZERO TO WS-STUDENT-RETURNED.
001880     MOVE ZERO TO WS-STUDENT-AWARDS.
001890     MOVE ZERO TO WS-DAYS-IN-TERM.
001900     MOVE ZERO TO WS-DAYS-COMPLETED.
001910     MOVE ZERO TO WS-PCT-COMPLETED.
001920     MOVE SPACES TO WS-REPORT-LINE.
001930     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.

001940     MOVE WF-TERM-CODE TO TM-TERM-CODE.
001950     READ TERM-CONTROL
001960         INVALID KEY
001970             CONTINUE
001980     END-READ.
001990     IF WS-TERM-STATUS NOT = "00"
002000             OR TM-START-DATE NOT NUMERIC
002010             OR TM-END-DATE NOT NUMERIC
002020             OR TM-END-DATE < TM-START-DATE
002030             OR WF-WITHDRAW-DATE NOT NUMERIC
002040         ADD 1 TO WS-EXCEPTION-COUNT
002050         MOVE "NO USABLE TERM DATES" TO WS-OUTCOME-TEXT
002060         PERFORM 2500-STUDENT-HEADING
002070             THRU 2500-STUDENT-HEADING-EXIT
002080         GO TO 2000-NEXT-WITHDRAWAL
002090     END-IF.

002100*    CALENDAR DAYS, BOTH ENDS COUNTED.  A WITHDRAWAL BEFORE THE
002110*    TERM STARTS COMPLETES NOTHING; ONE AFTER IT ENDS COMPLETES
002120*    THE WHOLE TERM.
002130     COMPUTE WS-DAYS-IN-TERM =
002140         FUNCTION INTEGER-OF-DATE(TM-END-DATE)
002150         - FUNCTION INTEGER-OF-DATE(TM-START-DATE) + 1.
002160     IF WF-WITHDRAW-DATE < TM-START-DATE
002170         MOVE ZERO TO WS-DAYS-COMPLETED
002180     ELSE
002190         COMPUTE WS-DAYS-COMPLETED =
002200             FUNCTION INTEGER-OF-DATE(WF-WITHDRAW-DATE)
002210             - FUNCTION INTEGER-OF-DATE(TM-START-DATE) + 1
002220     END-IF.
002230     IF WS-DAYS-COMPLETED > WS-DAYS-IN-TERM
002240         MOVE WS-DAYS-IN-TERM TO WS-DAYS-COMPLETED
002250     END-IF.
002260     COMPUTE WS-PCT-COMPLETED ROUNDED =
002270         WS-DAYS-COMPLETED * 100 / WS-DAYS-IN-TERM.

002280     MOVE WF-STUDENT-ID TO BL-STUDENT-ID.
002290     MOVE WF-TERM-CODE TO BL-TERM-CODE.
002300     READ BILLING-FILE
002310         INVALID KEY
002320             CONTINUE
002330     END-READ.
002340     IF WS-BILL-STATUS = "00"
002350         SET WS-BILL-FOUND TO TRUE
002360     ELSE
002370         MOVE "N" TO WS-BILL-SWITCH
002380     END-IF.

002390     MOVE SPACES TO WS-OUTCOME-TEXT.
002400     PERFORM 2500-STUDENT-HEADING THRU 2500-STUDENT-HEADING-EXIT.

002410     MOVE "N" TO WS-AWARD-EOF-SWITCH.
002420     MOVE WF-STUDENT-ID TO AW-STUDENT-ID.
002430     MOVE WF-TERM-CODE TO AW-TERM-CODE.
002440     MOVE LOW-VALUES TO AW-AWARD-CODE.
002450     START AWARD-FILE
002460         KEY IS NOT LESS THAN AW-AWARD-KEY
002470         INVALID KEY
002480             SET WS-AWARD-EOF TO TRUE
002490     END-START.
002500     PERFORM 2200-ONE-AWARD THRU 2200-ONE-AWARD-EXIT
002510         UNTIL WS-AWARD-EOF.

002520     IF WS-BILL-FOUND AND WS-STUDENT-RETURNED > ZERO
002530         COMPUTE BL-BALANCE = BL-ASSESSED-AMT - BL-AID-AMT
002540             - BL-REFUND-AMT - BL-PAID-AMT
002550         REWRITE BL-BILLING-RECORD
002560     END-IF.
002570     PERFORM 2700-STUDENT-TOTAL THRU 2700-STUDENT-TOTAL-EXIT.

002580 2000-NEXT-WITHDRAWAL.
002590     PERFORM 2100-READ-WITHDRAWAL THRU 2100-READ-WITHDRAWAL-EXIT.
002600 2000-ONE-WITHDRAWAL-EXIT.
002610     EXIT.

002620******************************************************************
002630* 2200-ONE-AWARD - RETURN THE UNEARNED PART OF ONE AWARD.
002640******************************************************************
002650 2200-ONE-AWARD.
002660     READ AWARD-FILE NEXT RECORD
002670         AT END
002680             SET WS-AWARD-EOF TO TRUE
002690     END-READ.
002700     IF WS-AWARD-STATUS NOT = "00" AND NOT WS-AWARD-EOF
002710         SET WS-AWARD-EOF TO TRUE
002720     END-IF.
002730     IF WS-AWARD-EOF
002740         GO TO 2200-ONE-AWARD-EXIT
002750     END-IF.
002760     IF AW-STUDENT-ID NOT = WF-STUDENT-ID
002770             OR AW-TERM-CODE NOT = WF-TERM-CODE
002780         SET WS-AWARD-EOF TO TRUE
002790         GO TO 2200-ONE-AWARD-EXIT
002800     END-IF.
002810     ADD 1 TO WS-STUDENT-AWARDS.
002820     MOVE ZERO TO WS-RETURN-AMT.

002830     IF AW-OPEN
002840         ADD 1 TO WS-AWARDS-SKIPPED
002850         MOVE "NOT DISBURSED" TO WS-OUTCOME-TEXT
002860         PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT
002870         GO TO 2200-ONE-AWARD-EXIT
002880     END-IF.
002890     IF AW-RETURNED
002900         ADD 1 TO WS-AWARDS-SKIPPED
002910         MOVE "ALREADY RETURNED" TO WS-OUTCOME-TEXT
002920         PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT
002930         GO TO 2200-ONE-AWARD-EXIT
002940     END-IF.
002950     IF WS-PCT-COMPLETED > WS-EARNED-IN-FULL-PCT
002960         ADD 1 TO WS-AWARDS-EARNED
002970         MOVE "EARNED IN FULL" TO WS-OUTCOME-TEXT
002980         PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT
002990         GO TO 2200-ONE-AWARD-EXIT
003000     END-IF.
003010     IF NOT WS-BILL-FOUND
003020         ADD 1 TO WS-EXCEPTION-COUNT
003030         MOVE "NO BILLING RECORD" TO WS-OUTCOME-TEXT
003040         PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT
003050         GO TO 2200-ONE-AWARD-EXIT
003060     END-IF.

003070     COMPUTE WS-RETURN-AMT ROUNDED =
003080         AW-AMOUNT * (100 - WS-PCT-COMPLETED) / 100.
003090*    THE BILL NEVER CARRIES NEGATIVE AID - WHATEVER OF THE
003100*    RETURN IS NOT ON THE BILL ANY MORE IS STILL REGISTERED SO
003110*    THE AID OFFICE SEES THE FULL UNEARNED AMOUNT.
003113*    THE LEDGER FOLLOWS THE BILL: ONLY WHAT COMES OFF BL-AID-AMT
003116*    IS JOURNALED.
003120     IF WS-RETURN-AMT > BL-AID-AMT
003125         MOVE BL-AID-AMT TO WS-BILL-RETURN-AMT
003130         MOVE ZERO TO BL-AID-AMT
003140     ELSE
003145         MOVE WS-RETURN-AMT TO WS-BILL-RETURN-AMT
003150         SUBTRACT WS-RETURN-AMT FROM BL-AID-AMT
003160     END-IF.
003165     ADD WS-BILL-RETURN-AMT TO WS-TOTAL-POSTED.
003170     ADD WS-RETURN-AMT TO WS-STUDENT-RETURNED.
003180     ADD WS-RETURN-AMT TO WS-TOTAL-RETURNED.

003190     SET AW-RETURNED TO TRUE.
003200     REWRITE AW-AWARD-RECORD.

003210     MOVE WF-STUDENT-ID TO AR-STUDENT-ID.
003220     MOVE WF-TERM-CODE TO AR-TERM-CODE.
003230     MOVE AW-AWARD-CODE TO AR-AWARD-CODE.
003240     MOVE WF-WITHDRAW-DATE TO AR-WITHDRAW-DATE.
003250     MOVE WS-DAYS-COMPLETED TO AR-DAYS-COMPLETED.
003260     MOVE WS-DAYS-IN-TERM TO AR-DAYS-IN-TERM.
003270     MOVE WS-PCT-COMPLETED TO AR-PCT-COMPLETED.
003280     MOVE AW-AMOUNT TO AR-AWARD-AMT.
003290     MOVE WS-RETURN-AMT TO AR-RETURN-AMT.
003300     MOVE RH-RUN-DATE TO AR-PROCESS-DATE.
003310     WRITE AR-RETURN-RECORD.
003320     ADD 1 TO WS-AWARDS-RETURNED.
003321     SET GA-DETAIL TO TRUE.
003322     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
003323     MOVE RH-RUN-DATE TO GA-POST-DATE.
003324     SET GA-CAT-AID-RETURN TO TRUE.
003325     MOVE WF-STUDENT-ID TO GA-STUDENT-ID.
003326     MOVE WF-TERM-CODE TO GA-TERM-CODE.
003327     MOVE WS-BILL-RETURN-AMT TO GA-AMOUNT.
003328     MOVE ZERO TO GA-ITEM-COUNT.
003329     WRITE GA-ACTIVITY-RECORD.

003330     MOVE "RETURNED" TO WS-OUTCOME-TEXT.
003340     PERFORM 2600-REGISTER-LINE THRU 2600-REGISTER-LINE-EXIT.
003350 2200-ONE-AWARD-EXIT.
003360     EXIT.

003370******************************************************************
003380* 2500-STUDENT-HEADING - STUDENT, TERM, DATES AND PERCENTAGE.
003390*                        AN EXCEPTION LEAVES ITS TEXT IN
003400*                        WS-OUTCOME-TEXT.
003410******************************************************************
003420 2500-STUDENT-HEADING.
003430     MOVE WS-DAYS-COMPLETED TO WS-DAYS-ED.
003440     MOVE WS-DAYS-IN-TERM TO WS-TERM-DAYS-ED.
003450     MOVE WS-PCT-COMPLETED TO WS-PCT-ED.
003460     MOVE SPACES TO WS-REPORT-LINE.
003470     STRING "STUDENT "        DELIMITED BY SIZE
003480            WF-STUDENT-ID     DELIMITED BY SIZE
003490            "  TERM "         DELIMITED BY SIZE
003500            WF-TERM-CODE      DELIMITED BY SIZE
003510            "  WITHDRAWN "    DELIMITED BY SIZE
003520            WF-WITHDRAW-DATE  DELIMITED BY SIZE
003530         INTO WS-REPORT-LINE.
003540     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
003550     MOVE SPACES TO WS-REPORT-LINE.
003560     IF WS-OUTCOME-TEXT NOT = SPACES
003570         STRING "  ** "           DELIMITED BY SIZE
003580                WS-OUTCOME-TEXT   DELIMITED BY SIZE
003590             INTO WS-REPORT-LINE
003600         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
003610         GO TO 2500-STUDENT-HEADING-EXIT
003620     END-IF.
003630     STRING "  DAYS COMPLETED "   DELIMITED BY SIZE
003640            WS-DAYS-ED            DELIMITED BY SIZE
003650            " OF "                DELIMITED BY SIZE
003660            WS-TERM-DAYS-ED       DELIMITED BY SIZE
003670            "  PERCENT COMPLETED " DELIMITED BY SIZE
003680            WS-PCT-ED             DELIMITED BY SIZE
003690         INTO WS-REPORT-LINE.
003700     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
003710     MOVE "  AWARD    AMOUNT        RETURNED      OUTCOME"
003720         TO WS-REPORT-LINE.
003730     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
003740 2500-STUDENT-HEADING-EXIT.
003750     EXIT.

003760******************************************************************
003770* 2600-REGISTER-LINE - ONE AWARD LINE.  THE CALLER LEAVES THE
003780*                      OUTCOME TEXT IN WS-OUTCOME-TEXT.
003790******************************************************************
003800 2600-REGISTER-LINE.
003810     MOVE AW-AMOUNT TO WS-AMOUNT-ED.
003820     MOVE WS-RETURN-AMT TO WS-RETURN-ED.
003830     MOVE SPACES TO WS-REPORT-LINE.
003840     STRING "  "              DELIMITED BY SIZE
003850            AW-AWARD-CODE     DELIMITED BY SIZE
003860            " "               DELIMITED BY SIZE
003870            WS-AMOUNT-ED      DELIMITED BY SIZE
003880            "  "              DELIMITED BY SIZE
003890            WS-RETURN-ED      DELIMITED BY SIZE
003900            "  "              DELIMITED BY SIZE
003910            WS-OUTCOME-TEXT   DELIMITED BY SIZE
003920         INTO WS-REPORT-LINE.
003930     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
003940 2600-REGISTER-LINE-EXIT.
003950     EXIT.

003960******************************************************************
003970* 2700-STUDENT-TOTAL - TOTAL RETURNED FOR THE STUDENT AND TERM.
003980******************************************************************
003990 2700-STUDENT-TOTAL.
004000     MOVE SPACES TO WS-REPORT-LINE.
004010     IF WS-STUDENT-AWARDS = ZERO
004020         MOVE "  (NO AWARDS ON FILE FOR THE TERM)"
004030             TO WS-REPORT-LINE
004040         WRITE AR-REPORT-LINE FROM WS-REPORT-LINE
004050         GO TO 2700-STUDENT-TOTAL-EXIT
004060     END-IF.
004070     MOVE WS-STUDENT-RETURNED TO WS-RETURN-ED.
004080     STRING "  TOTAL RETURNED FOR STUDENT  " DELIMITED BY SIZE
004090            WS-RETURN-ED                     DELIMITED BY SIZE
004100         INTO WS-REPORT-LINE.
004110     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004120 2700-STUDENT-TOTAL-EXIT.
004130     EXIT.

004140******************************************************************
004150* 3000-FINISH - TOTALS, CERTIFICATION, EMPTY THE CONSUMED FEED.
004160******************************************************************
004170 3000-FINISH.
004172     IF WS-RUN-STOPPED
004174         GO TO 3000-CLOSE-FILES
004176     END-IF.
004180     MOVE SPACES TO WS-REPORT-LINE.
004190     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004200     MOVE WS-WITHDRAWALS-READ TO WS-COUNT-ED.
004210     MOVE SPACES TO WS-REPORT-LINE.
004220     STRING "WITHDRAWALS READ:  " DELIMITED BY SIZE
004230            WS-COUNT-ED           DELIMITED BY SIZE
004240         INTO WS-REPORT-LINE.
004250     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004260     MOVE WS-AWARDS-RETURNED TO WS-COUNT-ED.
004270     MOVE SPACES TO WS-REPORT-LINE.
004280     STRING "AWARDS RETURNED:   " DELIMITED BY SIZE
004290            WS-COUNT-ED           DELIMITED BY SIZE
004300         INTO WS-REPORT-LINE.
004310     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004320     MOVE WS-AWARDS-EARNED TO WS-COUNT-ED.
004330     MOVE SPACES TO WS-REPORT-LINE.
004340     STRING "EARNED IN FULL:    " DELIMITED BY SIZE
004350            WS-COUNT-ED           DELIMITED BY SIZE
004360         INTO WS-REPORT-LINE.
004370     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004380     MOVE WS-AWARDS-SKIPPED TO WS-COUNT-ED.
004390     MOVE SPACES TO WS-REPORT-LINE.
004400     STRING "NOT APPLICABLE:    " DELIMITED BY SIZE
004410            WS-COUNT-ED           DELIMITED BY SIZE
004420         INTO WS-REPORT-LINE.
004430     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004440     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
004450     MOVE SPACES TO WS-REPORT-LINE.
004460     STRING "EXCEPTIONS:        " DELIMITED BY SIZE
004470            WS-COUNT-ED           DELIMITED BY SIZE
004480         INTO WS-REPORT-LINE.
004490     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004500     MOVE WS-TOTAL-RETURNED TO WS-RETURN-ED.
004510     MOVE SPACES TO WS-REPORT-LINE.
004520     STRING "TOTAL AID RETURNED:" DELIMITED BY SIZE
004530            WS-RETURN-ED          DELIMITED BY SIZE
004540         INTO WS-REPORT-LINE.
004550     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004551     MOVE WS-TOTAL-POSTED TO WS-RETURN-ED.
004552     MOVE SPACES TO WS-REPORT-LINE.
004553     STRING "OFF STUDENT BILLS: " DELIMITED BY SIZE
004554            WS-RETURN-ED          DELIMITED BY SIZE
004555         INTO WS-REPORT-LINE.
004556     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004560     MOVE SPACES TO WS-REPORT-LINE.
004570     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004580     STRING "CERTIFIED FOR THE AID OFFICE: " DELIMITED BY SIZE
004590            "____________________  "         DELIMITED BY SIZE
004600            "DATE __________"                DELIMITED BY SIZE
004610         INTO WS-REPORT-LINE.
004620     WRITE AR-REPORT-LINE FROM WS-REPORT-LINE.
004621     INITIALIZE GA-ACTIVITY-RECORD.
004622     SET GA-CONTROL TO TRUE.
004623     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
004624     MOVE RH-RUN-DATE TO GA-POST-DATE.
004625     SET GA-CAT-AID-RETURN TO TRUE.
004626     MOVE WS-TOTAL-POSTED TO GA-AMOUNT.
004627     MOVE WS-AWARDS-RETURNED TO GA-ITEM-COUNT.
004628     WRITE GA-ACTIVITY-RECORD.

004630     IF WS-FEED-STATUS = "00" OR WS-FEED-STATUS = "10"
004640         CLOSE WITHDRAW-FEED
004650*        THE FEED IS CONSUMED - EMPTY IT SO THE NEXT RUN ONLY
004660*        SEES NEW WITHDRAWALS.  EXCEPTIONS WERE REPORTED AND
004670*        ARE THE AID OFFICE'S TO WORK BY HAND, NOT RE-FED.
004680         OPEN OUTPUT WITHDRAW-FEED
004690         CLOSE WITHDRAW-FEED
004700     END-IF.
004703 3000-CLOSE-FILES.
004706     CLOSE GL-ACTIVITY-FILE.
004710     CLOSE TERM-CONTROL.
004720     CLOSE AWARD-FILE.
004730     CLOSE BILLING-FILE.
004740     CLOSE RETURN-FILE.
004750     CLOSE RETURN-RPT.
004752     IF WS-RUN-STOPPED
004754         MOVE 8 TO RETURN-CODE
004756         GO TO 3000-FINISH-EXIT
004758     END-IF.

004760     IF WS-EXCEPTION-COUNT > ZERO
004770         MOVE 4 TO RETURN-CODE
004780     ELSE
004790         MOVE 0 TO RETURN-CODE
004800     END-IF.
004810 3000-FINISH-EXIT.
004820     EXIT.

004830 END PROGRAM AIDRETN.
