000120*   NAME: THE MASTER RECORD, THE CURRENT-TERM SCHEDULE FROM
000130*   ENRLMAST, THE LATEST GPA AND CREDIT TOTALS FROM THE TERM
000140*   SUMMARIES, ACTIVE HOLDS, PENDING RENUMBER APPROVALS, AND
000144*   WAITLIST POSITIONS, AND THE TERM BILLS (STUBILL) WITH ANY
000148*   COLLECTIONS REFERRAL OR BAD-DEBT WRITE-OFF ON THEM (COLLREF)
000152*   - A WRITTEN-OFF BALANCE IS STILL OWED AND STILL SHOWN HERE.
000156*   A STUDENT-ROLE OPERATOR IS LOCKED TO
000160*   THE STUDENT LINKED ON THEIR OWN USER RECORD, AND THE
000170*   PENDING-RENUMBER SECTION (AN OPERATIONS MATTER) IS NOT
000180*   SHOWN TO THEM.  ID 0 OR A BLANK NAME ENDS THE SESSION.
000185*   EVERY PROFILE SHOWN IS LOGGED TO ACCSLOG.
000186*   REGISTRATIONS FROM TERMS THE TERM-HISTORY RUN (TERMARCH)
000187*   HAS MOVED OFF ENRLMAST ARE LISTED FROM ENRLHIST UNDER THE
000188*   SCHEDULE.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-09-02  RO   ORIGINAL PROGRAM.
000215*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000216*   2026-10-15  RO   ACCOUNT SECTION - TERM BALANCES WITH THEIR
000217*                    COLLECTIONS AND WRITE-OFF STANDING.
000218*   2026-10-15  RO   EACH PROFILE SHOWN IS LOGGED TO THE STUDENT
000220*                    RECORD-ACCESS LOG (ACCSLOGW).
000222*   2026-10-15  RO   ARCHIVED-TERM REGISTRATIONS (ENRLHIST)
000224*                    LISTED AFTER THE SCHEDULE.
000226******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    STUPROF.
000250 AUTHOR.        R. OKONKWO.
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-ENRL-STATUS.

000451     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS EH-HISTORY-KEY
000455         FILE STATUS IS WS-EHIST-STATUS.

000460     SELECT TERM-SUMMARY ASSIGN TO "TRMSUMM"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS WL-WAIT-KEY
000672         FILE STATUS IS WS-WAIT-STATUS.

000674     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000676         ORGANIZATION IS INDEXED
000678         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS BL-BILL-KEY
000682         FILE STATUS IS WS-BILL-STATUS.

000684     SELECT REFERRAL-FILE ASSIGN TO "COLLREF"
000686         ORGANIZATION IS INDEXED
000688         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CG-BILL-KEY
000692         FILE STATUS IS WS-REF-STATUS.

000694 DATA DIVISION.
000700 FILE SECTION.
000710 FD  STUDENT-MASTER.
000720     COPY "studrec.cpy".
000730 FD  ENROLLMENT-MASTER.
000740     COPY "enrlrec.cpy".

000743 FD  ENROLLMENT-HISTORY.
000746     COPY "enrlhist.cpy".

000750 FD  TERM-SUMMARY.
000760     COPY "trmsumm.cpy".

000830 FD  WAITLIST-FILE.
000840     COPY "waitlist.cpy".

000842 FD  BILLING-FILE.
000844     COPY "billrec.cpy".

000846 FD  REFERRAL-FILE.
000848     COPY "collref.cpy".

000850 WORKING-STORAGE SECTION.
000860 01  WS-FILE-STATUSES.
000870     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000910     05  WS-PEND-STATUS       PIC X(02) VALUE "00".
000920     05  WS-WAIT-STATUS       PIC X(02) VALUE "00".
000930     05  WS-USER-STATUS       PIC X(02) VALUE "00".
000933     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000936     05  WS-REF-STATUS        PIC X(02) VALUE "00".
000938     05  WS-EHIST-STATUS      PIC X(02) VALUE "00".

000940 01  WS-SWITCHES.
000950     05  WS-DONE-SWITCH       PIC X(01) VALUE "N".
000980         88  WS-SCAN-EOF      VALUE "Y".
000990     05  WS-FOUND-SWITCH      PIC X(01).
001000         88  WS-FOUND         VALUE "Y".
001003     05  WS-EHIST-USABLE-SW   PIC X(01) VALUE "N".
001006         88  WS-EHIST-USABLE  VALUE "Y".

001010 01  WS-ASK-MODE              PIC X(01).
001020 01  WS-ASK-ID                PIC 9(08).
001030 01  WS-ASK-NAME              PIC A(15).
001040 01  WS-PROFILE-ID            PIC 9(08).
001050 01  WS-SECTION-LINES         PIC 9(03).
001060 01  WS-PAUSE-REPLY           PIC X(01).
001070 01  WS-LATEST-CLOSE          PIC 9(08).
001080 01  WS-LATEST-SUMMARY        PIC X(43).
001090 01  WS-WAIT-AHEAD            PIC 9(03).
001100 01  WS-PREV-WAIT-COURSE      PIC X(06).
001103 01  WS-BALANCE-ED            PIC Z,ZZZ,ZZ9.99-.
001106 01  WS-AMOUNT-ED             PIC Z,ZZZ,ZZ9.99.
001110*    WAITING COUNTS PER TERM WITHIN THE CURRENT COURSE, SO
001120*    "AHEAD" COUNTS ONLY THE SAME TERM'S QUEUE.
001130 01  WS-WAIT-TERM-TABLE.
001200*    DEPARTMENT/ROLE SCOPE OF THE SIGNED-ON OPERATOR, AND THE
001210*    LINKED STUDENT A STUDENT-ROLE OPERATOR IS LOCKED TO.
001220     COPY "operscop.cpy".
001230 01  WS-OWN-STUDENT-ID        PIC 9(08) VALUE ZERO.
001240 01  WS-STUDENT-ROLE-SWITCH   PIC X(01) VALUE "N".
001250     88  WS-STUDENT-ROLE      VALUE "Y".

001253*    CALL AREA FOR THE STUDENT RECORD-ACCESS LOG.
001256     COPY "accsarea.cpy".

001260 PROCEDURE DIVISION.

001270******************************************************************
001490     OPEN INPUT TERM-SUMMARY.
001500     OPEN INPUT HOLD-FILE.
001510     OPEN INPUT WAITLIST-FILE.
001513     OPEN INPUT BILLING-FILE.
001515     OPEN INPUT REFERRAL-FILE.
001517     OPEN INPUT ENROLLMENT-HISTORY.
001519     IF WS-EHIST-STATUS = "00"
001521         SET WS-EHIST-USABLE TO TRUE
001523     END-IF.

001525     CALL "OPERSCOP" USING OS-SCOPE-AREA.
001530     IF OS-ROLE = "STUDENT"
001540         SET WS-STUDENT-ROLE TO TRUE
001550         PERFORM 1100-RESOLVE-OWN-LINK
002290             GO TO 2000-SHOW-ONE-PROFILE-EXIT
002300     END-READ.

002302     MOVE "STUPROF" TO VA-PROGRAM-NAME.
002304     MOVE SM-STUDENT-ID TO VA-STUDENT-ID.
002306     SET VA-VIEWED TO TRUE.
002308     CALL "ACCSLOGW" USING VA-ACCESS-AREA.

002310     PERFORM 3000-SHOW-MASTER THRU 3000-SHOW-MASTER-EXIT.
002320     PERFORM 3100-SHOW-SCHEDULE THRU 3100-SHOW-SCHEDULE-EXIT.
002322     IF WS-EHIST-USABLE
002324         PERFORM 3150-SHOW-ARCHIVED THRU 3150-SHOW-ARCHIVED-EXIT
002326     END-IF.
002330     PERFORM 8000-PAGE-PAUSE THRU 8000-PAGE-PAUSE-EXIT.
002340     PERFORM 3200-SHOW-GPA THRU 3200-SHOW-GPA-EXIT.
002350     PERFORM 3300-SHOW-HOLDS THRU 3300-SHOW-HOLDS-EXIT.
002370         PERFORM 3400-SHOW-PENDING THRU 3400-SHOW-PENDING-EXIT
002380     END-IF.
002390     PERFORM 3500-SHOW-WAITLIST THRU 3500-SHOW-WAITLIST-EXIT.
002395     PERFORM 3600-SHOW-ACCOUNT THRU 3600-SHOW-ACCOUNT-EXIT.
002400 2000-SHOW-ONE-PROFILE-EXIT.
002410     EXIT.

003160             "  SECTION ", EN-SECTION
003170         ADD 1 TO WS-SECTION-LINES
003180     END-IF.
003181 3110-ONE-SCHEDULE-LINE-EXIT.
003182     EXIT.

003183******************************************************************
003184* 3150-SHOW-ARCHIVED - ENROLLED REGISTRATIONS OF ARCHIVED TERMS.
003185******************************************************************
003186 3150-SHOW-ARCHIVED.
003187     DISPLAY "-- EARLIER TERMS (ARCHIVED) --".
003188     MOVE ZERO TO WS-SECTION-LINES.
003189     MOVE "N" TO WS-SCAN-EOF-SWITCH.
003190     MOVE WS-PROFILE-ID TO EH-STUDENT-ID.
003191     MOVE SPACES TO EH-COURSE-CODE.
003192     MOVE SPACES TO EH-TERM-CODE.
003193     START ENROLLMENT-HISTORY
003194         KEY IS NOT LESS THAN EH-HISTORY-KEY
003195         INVALID KEY
003196             SET WS-SCAN-EOF TO TRUE
003197     END-START.
003198     PERFORM 3160-ONE-ARCHIVED-LINE
003199         THRU 3160-ONE-ARCHIVED-LINE-EXIT
003200         UNTIL WS-SCAN-EOF.
003201     IF WS-SECTION-LINES = ZERO
003202         DISPLAY "  (NO ARCHIVED REGISTRATIONS)"
003203     END-IF.
003204 3150-SHOW-ARCHIVED-EXIT.
003205     EXIT.

003206 3160-ONE-ARCHIVED-LINE.
003207     READ ENROLLMENT-HISTORY NEXT RECORD
003208         AT END
003209             SET WS-SCAN-EOF TO TRUE
003210             GO TO 3160-ONE-ARCHIVED-LINE-EXIT
003211     END-READ.
003212     IF WS-EHIST-STATUS NOT = "00"
003213             OR EH-STUDENT-ID NOT = WS-PROFILE-ID
003214         SET WS-SCAN-EOF TO TRUE
003215         GO TO 3160-ONE-ARCHIVED-LINE-EXIT
003216     END-IF.
003217     IF EH-ENROLLED
003218         DISPLAY "  ", EH-COURSE-CODE, "  TERM ", EH-TERM-CODE,
003219             "  SECTION ", EH-SECTION
003220         ADD 1 TO WS-SECTION-LINES
003221     END-IF.
003222 3160-ONE-ARCHIVED-LINE-EXIT.
003223     EXIT.

003224******************************************************************
003225* 3200-SHOW-GPA - THE LATEST TERM SUMMARY'S FIGURES.
003230******************************************************************
003240 3200-SHOW-GPA.
003250     DISPLAY "-- GPA AND CREDITS --".
005260         END-IF
005270         MOVE WS-WT-USED TO WS-WT-FOUND
005280         MOVE WL-TERM-CODE TO WS-WT-TERM (WS-WT-FOUND)
005281         MOVE ZERO TO WS-WT-COUNT (WS-WT-FOUND)
005282     END-IF.
005283 3520-FIND-TERM-SLOT-EXIT.
005284     EXIT.

005285******************************************************************
005286* 3600-SHOW-ACCOUNT - EVERY TERM BILL'S BALANCE, WITH ITS
005287*                     COLLECTIONS REFERRAL OR WRITE-OFF.
005288******************************************************************
005289 3600-SHOW-ACCOUNT.
005290     DISPLAY "-- ACCOUNT --".
005291     MOVE ZERO TO WS-SECTION-LINES.
005292     IF WS-BILL-STATUS NOT = "00"
005293         DISPLAY "  (NO BILLING FILE)"
005294         GO TO 3600-SHOW-ACCOUNT-EXIT
005295     END-IF.
005296     MOVE "N" TO WS-SCAN-EOF-SWITCH.
005297     MOVE WS-PROFILE-ID TO BL-STUDENT-ID.
005298     MOVE LOW-VALUES TO BL-TERM-CODE.
005299     START BILLING-FILE
005300         KEY IS NOT LESS THAN BL-BILL-KEY
005301         INVALID KEY
005302             SET WS-SCAN-EOF TO TRUE
005303     END-START.
005304     PERFORM 3610-ONE-BILL THRU 3610-ONE-BILL-EXIT
005305         UNTIL WS-SCAN-EOF.
005306     IF WS-SECTION-LINES = ZERO
005307         DISPLAY "  (NO TERM BILLS)"
005308     END-IF.
005309 3600-SHOW-ACCOUNT-EXIT.
005310     EXIT.

005311 3610-ONE-BILL.
005312     READ BILLING-FILE NEXT RECORD
005313         AT END
005314             SET WS-SCAN-EOF TO TRUE
005315             GO TO 3610-ONE-BILL-EXIT
005316     END-READ.
005317     IF WS-BILL-STATUS NOT = "00"
005318             OR BL-STUDENT-ID NOT = WS-PROFILE-ID
005319         SET WS-SCAN-EOF TO TRUE
005320         GO TO 3610-ONE-BILL-EXIT
005321     END-IF.
005322     MOVE BL-BALANCE TO WS-BALANCE-ED.
005323     DISPLAY "  TERM ", BL-TERM-CODE, "  BALANCE ", WS-BALANCE-ED.
005324     ADD 1 TO WS-SECTION-LINES.
005325     IF WS-REF-STATUS NOT = "00" AND WS-REF-STATUS NOT = "23"
005326         GO TO 3610-ONE-BILL-EXIT
005327     END-IF.
005328     MOVE BL-BILL-KEY TO CG-BILL-KEY.
005329     READ REFERRAL-FILE
005330         INVALID KEY
005331             GO TO 3610-ONE-BILL-EXIT
005332     END-READ.
005333     EVALUATE TRUE
005334         WHEN CG-AT-AGENCY
005335             DISPLAY "    AT COLLECTION AGENCY ", CG-AGENCY-CODE,
005336                 " SINCE ", CG-REFER-DATE
005337         WHEN CG-PAID-IN-FULL
005338             DISPLAY "    COLLECTIONS REFERRAL PAID ",
005339                 CG-STATUS-DATE
005340         WHEN CG-WRITTEN-OFF
005341             MOVE CG-WRITEOFF-AMT TO WS-AMOUNT-ED
005342             DISPLAY "    WRITTEN OFF AS BAD DEBT ",
005343                 CG-STATUS-DATE, " ", WS-AMOUNT-ED
005344             IF CG-RECOVERED-AMT > ZERO
005345                 MOVE CG-RECOVERED-AMT TO WS-AMOUNT-ED
005346                 DISPLAY "    RECOVERED SINCE ", WS-AMOUNT-ED
005347             END-IF
005348     END-EVALUATE.
005349 3610-ONE-BILL-EXIT.
005350     EXIT.

005351******************************************************************
005352* 8000-PAGE-PAUSE - HOLD THE SCREEN BETWEEN SECTION GROUPS.
005353******************************************************************
005354 8000-PAGE-PAUSE.
005370     DISPLAY "-- PRESS ENTER FOR MORE --".
005380     ACCEPT WS-PAUSE-REPLY.
005390 8000-PAGE-PAUSE-EXIT.
005500     CLOSE TERM-SUMMARY.
005510     CLOSE HOLD-FILE.
005520     CLOSE WAITLIST-FILE.
005523     CLOSE BILLING-FILE.
005526     CLOSE REFERRAL-FILE.
005527     IF WS-EHIST-USABLE
005528         CLOSE ENROLLMENT-HISTORY
005529     END-IF.
005530 9000-FINISH-EXIT.
005540     EXIT.

