000160*   (OVER-AWARD), STAYS OPEN AND GOES TO THE EXCEPTION SECTION
000170*   OF THE DISBURSEMENT REGISTER (RC 4).  STATEMENTS AND THE
000180*   AGING REPORT ALREADY FLOW FROM BL-BALANCE, SO THE NET -
000184*   NOT THE GROSS CHARGE - IS WHAT THE STUDENT SEES.  AN AWARD
000188*   TO A STUDENT WHOSE CURRENT SATISFACTORY ACADEMIC PROGRESS
000192*   STATUS (SAPSTAT, SET BY SAPEVAL) IS INELIGIBLE STAYS OPEN
000194*   AND IS LISTED AS REFUSED THE SAME WAY.  EVERY AWARD POSTED
000196*   IS ALSO WRITTEN TO THE GENERAL-LEDGER ACTIVITY FILE (GLACTV),
000198*   WITH THE REGISTER'S DISBURSED TOTAL AS ITS CONTROL RECORD.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-09-02  RO   ORIGINAL PROGRAM.
000223*   2026-10-15  RO   AWARDS TO STUDENTS WHOSE SAP STATUS IS
000226*                    INELIGIBLE ARE REFUSED AND LISTED.
000227*   2026-10-15  RO   AID POSTED WRITTEN TO THE GL ACTIVITY FILE
000228*                    (GLACTV) FOR THE DAILY JOURNAL.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    AIDPOST.
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-STATUS.

000451     SELECT SAP-STATUS-FILE ASSIGN TO "SAPSTAT"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS SP-STUDENT-ID
000455         FILE STATUS IS WS-SAP-STATUS.

000456     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-GLACT-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AWARD-FILE.
000520 FD  DISBURSE-RPT.
000530 01  DB-REPORT-LINE           PIC X(80).

000533 FD  SAP-STATUS-FILE.
000536     COPY "sapstat.cpy".

000537 FD  GL-ACTIVITY-FILE.
000538     COPY "glactv.cpy".

000540 WORKING-STORAGE SECTION.
000550     COPY "runhdr.cpy".

000560 01  WS-SWITCHES.
000570     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000580         88  WS-EOF           VALUE "Y".
000583     05  WS-SAP-OPEN-SWITCH   PIC X(01) VALUE "N".
000586         88  WS-SAP-AVAILABLE VALUE "Y".

000590 01  WS-FILE-STATUSES.
000600     05  WS-AWARD-STATUS      PIC X(02) VALUE "00".
000610     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000620     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000625     05  WS-SAP-STATUS        PIC X(02) VALUE "00".
000627     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".

000630 01  WS-COUNTERS COMP.
000640     05  WS-AWARDS-READ       PIC 9(05) VALUE ZERO.
000650     05  WS-AWARDS-POSTED     PIC 9(05) VALUE ZERO.
000660     05  WS-AWARDS-REFUSED    PIC 9(05) VALUE ZERO.
000665     05  WS-AWARDS-SAP-HELD   PIC 9(05) VALUE ZERO.

000670 01  WS-AMOUNTS.
000680     05  WS-DISBURSED-TOTAL   PIC 9(09)V99 VALUE ZERO.
001070     MOVE "STUDENT TERM  AWARD   AMOUNT      OUTCOME"
001080         TO WS-REPORT-LINE.
001090     WRITE DB-REPORT-LINE FROM WS-REPORT-LINE.
001092     OPEN EXTEND GL-ACTIVITY-FILE.
001094     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
001096         OPEN OUTPUT GL-ACTIVITY-FILE
001098     END-IF.

001100     OPEN I-O BILLING-FILE.
001110     IF WS-BILL-STATUS NOT = "00"
001230         SET WS-EOF TO TRUE
001240         GO TO 1000-INITIALIZE-EXIT
001250     END-IF.
001251*    NO SAP STATUS FILE YET MEANS NO STUDENT IS HELD FOR SAP.
001252     OPEN INPUT SAP-STATUS-FILE.
001253     IF WS-SAP-STATUS = "00"
001254         SET WS-SAP-AVAILABLE TO TRUE
001255     END-IF.
001260     MOVE LOW-VALUES TO AW-AWARD-KEY.
001270     START AWARD-FILE KEY IS NOT LESS THAN AW-AWARD-KEY
001280         INVALID KEY
001480         GO TO 2000-POST-ONE-AWARD-EXIT
001490     END-IF.
001500     ADD 1 TO WS-AWARDS-READ.
001501     MOVE SPACES TO WS-REFUSE-TEXT.

001502     IF WS-SAP-AVAILABLE
001503         MOVE AW-STUDENT-ID TO SP-STUDENT-ID
001504         READ SAP-STATUS-FILE
001505             INVALID KEY
001506                 MOVE SPACE TO SP-SAP-STATUS
001507         END-READ
001508         IF SP-INELIGIBLE
001509             MOVE "SAP INELIGIBLE" TO WS-REFUSE-TEXT
001510             ADD 1 TO WS-AWARDS-SAP-HELD
001512             ADD 1 TO WS-AWARDS-REFUSED
001514             PERFORM 2200-REGISTER-LINE
001516                 THRU 2200-REGISTER-LINE-EXIT
001518             GO TO 2000-POST-ONE-AWARD-EXIT
001520         END-IF
001522     END-IF.

001524     MOVE AW-STUDENT-ID TO BL-STUDENT-ID.
001530     MOVE AW-TERM-CODE TO BL-TERM-CODE.
001540     READ BILLING-FILE
001550         INVALID KEY
001800     REWRITE AW-AWARD-RECORD.
001810     ADD 1 TO WS-AWARDS-POSTED.
001820     ADD AW-AMOUNT TO WS-DISBURSED-TOTAL.
001825     PERFORM 2300-GL-ACTIVITY THRU 2300-GL-ACTIVITY-EXIT.
001830     PERFORM 2200-REGISTER-LINE THRU 2200-REGISTER-LINE-EXIT.
001840 2000-POST-ONE-AWARD-EXIT.
001850     EXIT.
002160     END-IF.
002170     WRITE DB-REPORT-LINE FROM WS-REPORT-LINE.
002180 2200-REGISTER-LINE-EXIT.
002181     EXIT.

002182******************************************************************
002183* 2300-GL-ACTIVITY - THE AWARD POSTED, FOR THE GENERAL LEDGER.
002184******************************************************************
002185 2300-GL-ACTIVITY.
002186     IF WS-GLACT-STATUS NOT = "00"
002187         GO TO 2300-GL-ACTIVITY-EXIT
002188     END-IF.
002189     SET GA-DETAIL TO TRUE.
002190     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
002191     MOVE RH-RUN-DATE TO GA-POST-DATE.
002192     SET GA-CAT-AID TO TRUE.
002193     MOVE AW-STUDENT-ID TO GA-STUDENT-ID.
002194     MOVE AW-TERM-CODE TO GA-TERM-CODE.
002195     MOVE AW-AMOUNT TO GA-AMOUNT.
002196     MOVE ZERO TO GA-ITEM-COUNT.
002197     WRITE GA-ACTIVITY-RECORD.
002198 2300-GL-ACTIVITY-EXIT.
002199     EXIT.

002200******************************************************************
002210* 3000-FINISH - RUN TOTALS, CLOSE FILES, RETURN CODE.
002410            WS-COUNT-ED DELIMITED BY SIZE
002420         INTO WS-REPORT-LINE.
002430     WRITE DB-REPORT-LINE FROM WS-REPORT-LINE.
002431     MOVE WS-AWARDS-SAP-HELD TO WS-COUNT-ED.
002432     MOVE SPACES TO WS-REPORT-LINE.
002433     STRING "  SAP INELIGIBLE:  " DELIMITED BY SIZE
002434            WS-COUNT-ED DELIMITED BY SIZE
002435         INTO WS-REPORT-LINE.
002436     WRITE DB-REPORT-LINE FROM WS-REPORT-LINE.
002440     MOVE WS-DISBURSED-TOTAL TO WS-TOTAL-ED.
002450     MOVE SPACES TO WS-REPORT-LINE.
002460     STRING "TOTAL DISBURSED:   " DELIMITED BY SIZE
002470            WS-TOTAL-ED DELIMITED BY SIZE
002480         INTO WS-REPORT-LINE.
002481     WRITE DB-REPORT-LINE FROM WS-REPORT-LINE.

002482*    THE REGISTER'S DISBURSED TOTAL IS THE LEDGER'S CONTROL.
002483     IF WS-GLACT-STATUS = "00"
002484         SET GA-CONTROL TO TRUE
002485         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
002486         MOVE RH-RUN-DATE TO GA-POST-DATE
002487         SET GA-CAT-AID TO TRUE
002488         MOVE ZERO TO GA-STUDENT-ID
002489         MOVE SPACES TO GA-TERM-CODE
002490         MOVE WS-DISBURSED-TOTAL TO GA-AMOUNT
002491         MOVE WS-AWARDS-POSTED TO GA-ITEM-COUNT
002492         WRITE GA-ACTIVITY-RECORD
002493         CLOSE GL-ACTIVITY-FILE
002494     END-IF.

002495     CLOSE AWARD-FILE.
002510     CLOSE BILLING-FILE.
002520     CLOSE DISBURSE-RPT.
002522     IF WS-SAP-AVAILABLE
002524         CLOSE SAP-STATUS-FILE
002526     END-IF.
002530     IF WS-AWARDS-REFUSED > ZERO
002540         MOVE 4 TO RETURN-CODE
002550     ELSE
