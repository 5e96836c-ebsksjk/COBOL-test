000090*   MASTER IN KEY ORDER AND, PER STUDENT, TOTALS THE CREDIT
000100*   HOURS OF THEIR ENROLLED REGISTRATIONS IN THE TERM NAMED BY
000110*   THE TUITPARM PARAMETER (DROPPED REGISTRATIONS ARE NEVER
000117*   BILLED), PRICES THEM FROM THE TERM'S RATETBL ROW FOR THE
000124*   STUDENT'S RESIDENCY CLASS (RESDVERS) - PER CREDIT HOUR,
000128*   CAPPED AT THE FULL-TIME AMOUNT - ADDS THE COURSE FEES EACH
000132*   REGISTRATION CARRIES (CRSFEES: LAB, STUDIO, MATERIALS AND
000136*   THE LIKE, BY COURSE AND OPTIONALLY TERM/SECTION) AND WRITES
000140*   THE TERM BILLING RECORD KEYED ON STUDENT AND TERM.  A
000150*   RE-ASSESSMENT PRESERVES PAYMENTS, AID, AND REFUNDS ALREADY
000152*   POSTED, KEEPS LATE FEES CHARGED (LATEHIST), RETURNED-
000154*   PAYMENT FEES (RCPTHIST) AND CREDIT-BALANCE REFUNDS PAID OUT
000156*   (DISBHIST), AND RECOMPUTES THE BALANCE.  PRINTS
000159*   ONE STATEMENT LINE PER STUDENT FOR THE BURSAR WITH THE
000163*   RESIDENCY USED, FOLLOWED BY THE TUITION AND EACH FEE CODE
000166*   ITEMIZED.  A STUDENT WITH NO CLASSIFICATION, OR WHOSE CLASS
000170*   HAS NO RATE ROW, IS EXCEPTION-LISTED AND NOT BILLED
000171*   (RETURN-CODE 4).  WHAT THE GENERAL LEDGER HAS BEEN TOLD
000172*   EACH BILL CHARGES IS KEPT ON GLBILLED, AND ONLY THE CHANGE
000173*   IN TUITION AND IN COURSE FEES IS WRITTEN TO THE GENERAL-
000174*   LEDGER ACTIVITY FILE (GLACTV), WITH THE STATEMENT TOTALS AS
000175*   ITS CONTROL RECORDS.
000176*   A TERM ON TUITPARM IS A ONE-RUN OVERRIDE; LEFT BLANK, THE
000177*   REGISTRATION TERM COMES FROM THE RUN-CONTROL LIBRARY (RUNCTL).
000178*   A TERM BILL MARKED CANCELLED FOR NON-PAYMENT (NPAYCNCL) HAS
000179*   NO ENROLLED REGISTRATIONS LEFT; AFTER THE ENROLLMENT PASS IT
000180*   IS RE-ASSESSED WITH NO CREDITS, SO ITS TUITION AND COURSE
000181*   FEES ARE REVERSED IN FULL (AND THE REVERSAL JOURNALED) WHILE
000182*   POSTED AMOUNTS AND LATE OR RETURNED-PAYMENT FEES STAND.  A
000183*   CANCELLED STUDENT BILLED FOR REGISTRATIONS AGAIN LOSES THE
000184*   MARK.
000185*-----------------------------------------------------------------
000190* MODIFICATION HISTORY.
000200*   2026-09-02  RO   ORIGINAL PROGRAM.
000205*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000206*   2026-10-15  RO   CREDITS BILLED COME FROM THE CATALOG VERSION
000207*                    IN FORCE FOR THE TERM BILLED (CRSVERS).
000208*   2026-10-15  RO   PRICED BY RESIDENCY CLASS: RATETBL CARRIES A
000209*                    ROW PER CLASS, THE STUDENT'S CLASS FOR THE
000210*                    TERM COMES FROM RESDVERS AND IS SHOWN ON THE
000211*                    STATEMENT; UNCLASSIFIED STUDENTS ARE
000212*                    EXCEPTION-LISTED, NOT BILLED.
000213*   2026-10-15  RO   COURSE AND LAB FEES (CRSFEES) ASSESSED PER
000214*                    REGISTRATION ON TOP OF TUITION, ITEMIZED BY
000215*                    FEE CODE UNDER THE STATEMENT LINE.
000217*   2026-10-15  RO   LATE FEES ALREADY CHARGED (LATEHIST) CARRIED
000219*                    INTO A RE-ASSESSMENT AND ITEMIZED.
000221*   2026-10-15  RO   RETURNED-PAYMENT FEES (RCPTHIST) CARRIED INTO
000222*                    A RE-ASSESSMENT AND ITEMIZED.
000223*   2026-10-15  RO   CREDIT-BALANCE REFUNDS PAID (DISBHIST)
000224*                    CARRIED INTO A RE-ASSESSMENT AND ITEMIZED.
000225*   2026-10-15  RO   CHANGES IN TUITION AND COURSE FEES WRITTEN TO
000226*                    THE GL ACTIVITY FILE (GLACTV) FOR THE DAILY
000227*                    JOURNAL; AMOUNTS JOURNALED KEPT ON GLBILLED.
000228*   2026-10-15  RO   A BLANK OR MISSING TUITPARM TERM TAKES THE
000229*                    REGISTRATION TERM FROM THE RUN-CONTROL
000230*                    LIBRARY (RUNCTL, VIA RUNPARM); THE TERM IS
000231*                    CHECKED ON TERMFILE AND SHOWN ON THE REPORT.
000232*   2026-10-15  RO   BILLS CANCELLED FOR NON-PAYMENT (NPAYCNCL)
000233*                    RE-ASSESSED WITH NO CREDITS, REVERSING THE
000234*                    TUITION AND FEES IN FULL; THE MARK IS
000235*                    CLEARED WHEN THE STUDENT IS BILLED AGAIN.
000236******************************************************************
000237 IDENTIFICATION DIVISION.
000238 PROGRAM-ID.    TUITCALC.
000240 AUTHOR.        R. OKONKWO.
000250 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000260 DATE-WRITTEN.  2026-09-02.
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-MAST-STATUS.

000560     SELECT BILLING-FILE ASSIGN TO "STUBILL"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS BL-BILL-KEY
000600         FILE STATUS IS WS-BILL-STATUS.

000601     SELECT LATE-FEE-FILE ASSIGN TO "LATEHIST"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS LF-LATE-FEE-KEY
000605         FILE STATUS IS WS-LATE-STATUS.

000606     SELECT RECEIPT-FILE ASSIGN TO "RCPTHIST"
000607         ORGANIZATION IS INDEXED
000608         ACCESS MODE IS DYNAMIC
000609         RECORD KEY IS RP-RECEIPT-NO
000610         ALTERNATE RECORD KEY IS RP-BILL-KEY
000611             WITH DUPLICATES
000612         FILE STATUS IS WS-RCPT-STATUS.

000613     SELECT DISB-HIST-FILE ASSIGN TO "DISBHIST"
000614         ORGANIZATION IS INDEXED
000615         ACCESS MODE IS DYNAMIC
000616         RECORD KEY IS CD-DISB-KEY
000617         FILE STATUS IS WS-DISB-STATUS.

000618     SELECT GL-BILLED-FILE ASSIGN TO "GLBILLED"
000619         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000621         RECORD KEY IS GB-BILL-KEY
000622         FILE STATUS IS WS-GLBILL-STATUS.

000623     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000624         ORGANIZATION IS LINE SEQUENTIAL
000625         FILE STATUS IS WS-GLACT-STATUS.

000626     SELECT STATEMENT-RPT ASSIGN TO "STMTRPT"
000627         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.

000640 DATA DIVISION.
000730 FD  STUDENT-MASTER.
000740     COPY "studrec.cpy".

000770 FD  BILLING-FILE.
000780     COPY "billrec.cpy".

000783 FD  LATE-FEE-FILE.
000786     COPY "latehist.cpy".

000787 FD  RECEIPT-FILE.
000789     COPY "rcpthist.cpy".

000791 FD  DISB-HIST-FILE.
000792     COPY "disbhist.cpy".

000793 FD  GL-BILLED-FILE.
000794     COPY "glbill.cpy".

000795 FD  GL-ACTIVITY-FILE.
000796     COPY "glactv.cpy".

000797 FD  STATEMENT-RPT.
000800 01  ST-REPORT-LINE           PIC X(80).

000810 WORKING-STORAGE SECTION.
000820     COPY "runhdr.cpy".

000823*    CALL AREA FOR THE RUN-PARAMETER SERVICE (RUNPARM).
000826     COPY "runparm.cpy".

000830 01  WS-SWITCHES.
000840     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000850         88  WS-EOF           VALUE "Y".
000870         88  WS-RATE-EOF      VALUE "Y".
000880     05  WS-RATE-FOUND-SWITCH PIC X(01) VALUE "N".
000890         88  WS-RATE-FOUND    VALUE "Y".
000891     05  WS-ASSESS-SWITCH     PIC X(01) VALUE "N".
000892         88  WS-ASSESSING     VALUE "Y".
000893     05  WS-REVERSAL-SWITCH   PIC X(01) VALUE "N".
000894         88  WS-REVERSAL-PASS VALUE "Y".
000895     05  WS-BILL-SCAN-SWITCH  PIC X(01) VALUE "N".
000896         88  WS-BILL-SCAN-DONE VALUE "Y".

000900 01  WS-FILE-STATUSES.
000910     05  WS-PARM-STATUS       PIC X(02) VALUE "00".
000920     05  WS-RATE-STATUS       PIC X(02) VALUE "00".
000930     05  WS-ENRL-STATUS       PIC X(02) VALUE "00".
000940     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000960     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000965     05  WS-LATE-STATUS       PIC X(02) VALUE "00".
000967     05  WS-RCPT-STATUS       PIC X(02) VALUE "00".
000969     05  WS-DISB-STATUS       PIC X(02) VALUE "00".
000971     05  WS-GLBILL-STATUS     PIC X(02) VALUE "00".
000973     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".
000975     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000980 01  WS-SELECTED-TERM         PIC X(05) VALUE SPACES.

000981*    THE TERM'S RATES, ONE ROW PER RESIDENCY CLASS, HELD FROM THE
000982*    RATETBL CONTROL FILE.
000983 01  WS-CLASS-RATE-TABLE.
000984     05  WS-CLASS-RATE OCCURS 10 TIMES.
000985         10  WS-CR-CLASS      PIC X(01).
000986         10  WS-CR-RATE       PIC 9(05)V99.
000987         10  WS-CR-FT-CREDITS PIC 9(02).
000988         10  WS-CR-FT-AMOUNT  PIC 9(07)V99.
000989 01  WS-CLASS-RATE-USED       PIC 9(02) COMP VALUE ZERO.
000990 01  WS-CLASS-RATE-SUB        PIC 9(02) COMP VALUE ZERO.

000991*    THE RATES OF THE STUDENT BEING BILLED.
001000 01  WS-RATE-FIELDS.
001010     05  WS-PER-CREDIT-RATE   PIC 9(05)V99.
001020     05  WS-FULLTIME-CREDITS  PIC 9(02).
001030     05  WS-FULLTIME-AMOUNT   PIC 9(07)V99.
001032 01  WS-RESIDENCY-CLASS       PIC X(01).
001034 01  WS-CLASS-FOUND-SWITCH    PIC X(01) VALUE "N".
001036     88  WS-CLASS-FOUND       VALUE "Y".

001040 01  WS-COUNTERS COMP.
001050     05  WS-STUDENTS-BILLED   PIC 9(05) VALUE ZERO.
001053     05  WS-NOT-CLASSIFIED    PIC 9(05) VALUE ZERO.
001056     05  WS-NO-CLASS-RATE     PIC 9(05) VALUE ZERO.
001057     05  WS-GL-TUITION-COUNT  PIC 9(05) VALUE ZERO.
001058     05  WS-GL-FEES-COUNT     PIC 9(05) VALUE ZERO.
001059     05  WS-CANCELS-REVERSED  PIC 9(05) VALUE ZERO.

001060 01  WS-CURRENT-STUDENT       PIC 9(08) VALUE ZERO.
001070 01  WS-TERM-CREDITS          PIC 9(03).
001080 01  WS-CREDIT-HOURS          PIC 9(02).
001081 01  WS-ASSESSED-AMT          PIC 9(07)V99.
001082 01  WS-TUITION-AMT           PIC 9(07)V99.

001083*    THE STUDENT'S COURSE FEES FOR THE TERM, TOTALLED BY FEE CODE.
001084 01  WS-STUDENT-FEES.
001085     05  WS-SF-COUNT          PIC 9(02) COMP VALUE ZERO.
001086     05  WS-SF-ENTRY OCCURS 20 TIMES.
001087         10  WS-SF-FEE-CODE   PIC X(04).
001088         10  WS-SF-AMOUNT     PIC 9(07)V99.
001089 01  WS-SF-SUB                PIC 9(02) COMP VALUE ZERO.
001090 01  WS-FQ-SUB                PIC 9(02) COMP VALUE ZERO.
001091 01  WS-TERM-FEES             PIC 9(07)V99 VALUE ZERO.
001092 01  WS-ALL-FEES              PIC 9(09)V99 VALUE ZERO.
001093 01  WS-FEE-FOUND-SWITCH      PIC X(01) VALUE "N".
001094     88  WS-FEE-FOUND         VALUE "Y".

001095*    LATE FEES THE MONTHLY STEP HAS CHARGED ON THE TERM BILL.
001096 01  WS-LATE-FEES             PIC 9(07)V99 VALUE ZERO.
001097 01  WS-LATE-OPEN-SWITCH      PIC X(01) VALUE "N".
001098     88  WS-LATE-FILE-OPEN    VALUE "Y".
001099 01  WS-LATE-EOF-SWITCH       PIC X(01) VALUE "N".
001100     88  WS-LATE-EOF          VALUE "Y".

001101*    RETURNED-PAYMENT FEES CHARGED ON THE TERM BILL.
001102 01  WS-RETURN-FEES           PIC 9(07)V99 VALUE ZERO.
001103 01  WS-RCPT-OPEN-SWITCH      PIC X(01) VALUE "N".
001104     88  WS-RCPT-FILE-OPEN    VALUE "Y".
001105 01  WS-RCPT-EOF-SWITCH       PIC X(01) VALUE "N".
001106     88  WS-RCPT-EOF          VALUE "Y".

001107*    CREDIT-BALANCE REFUNDS PAID OUT ON THE TERM BILL.
001108 01  WS-REFUNDS-PAID          PIC 9(07)V99 VALUE ZERO.
001109 01  WS-DISB-OPEN-SWITCH      PIC X(01) VALUE "N".
001110     88  WS-DISB-FILE-OPEN    VALUE "Y".
001111 01  WS-DISB-EOF-SWITCH       PIC X(01) VALUE "N".
001112     88  WS-DISB-EOF          VALUE "Y".

001113*    THE CHARGES ON THE BILL BEFORE THIS ASSESSMENT, AND THE
001114*    CHANGE IN TUITION AND COURSE FEES SENT TO THE GENERAL LEDGER.
001115 01  WS-GLBILL-OPEN-SWITCH    PIC X(01) VALUE "N".
001116     88  WS-GLBILL-FILE-OPEN  VALUE "Y".
001117 01  WS-BILL-FOUND-SWITCH     PIC X(01) VALUE "N".
001118     88  WS-BILL-FOUND        VALUE "Y".
001119 01  WS-PRIOR-ASSESSED        PIC 9(07)V99 VALUE ZERO.
001120 01  WS-PRIOR-TUITION         PIC S9(07)V99 VALUE ZERO.
001121 01  WS-GL-TUITION-CHANGE     PIC S9(07)V99 VALUE ZERO.
001122 01  WS-GL-FEES-CHANGE        PIC S9(07)V99 VALUE ZERO.
001123 01  WS-GL-TUITION-TOTAL      PIC S9(09)V99 VALUE ZERO.
001124 01  WS-GL-FEES-TOTAL         PIC S9(09)V99 VALUE ZERO.

001125 01  WS-EDIT-FIELDS.
001126     05  WS-COUNT-ED          PIC ZZZZ9.
001127     05  WS-CREDITS-ED        PIC ZZ9.
001130     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
001140     05  WS-BALANCE-ED        PIC Z,ZZZ,ZZ9.99-.
001145     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.
001147     05  WS-SIGNED-TOTAL-ED   PIC ZZZ,ZZZ,ZZ9.99-.

001150 01  WS-REPORT-LINE           PIC X(80).

001153*    CALL AREA FOR THE CATALOG-VERSION SERVICE (CRSVERS).
001156     COPY "crsvers.cpy".

001157*    CALL AREA FOR THE RESIDENCY SERVICE (RESDVERS).
001159     COPY "resdvers.cpy".

001161*    CALL AREA FOR THE COURSE-FEE SERVICE (CRSFEES).
001163     COPY "crsfees.cpy".

001165 PROCEDURE DIVISION.

001170******************************************************************
001180* 0000-MAINLINE.
001290     IF WS-CURRENT-STUDENT NOT = ZERO
001300         PERFORM 2500-BILL-STUDENT THRU 2500-BILL-STUDENT-EXIT
001310     END-IF.
001312     IF WS-ASSESSING
001314         PERFORM 2900-REVERSE-CANCELLED
001316             THRU 2900-REVERSE-CANCELLED-EXIT
001318     END-IF.
001320     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
001330     ACCEPT RH-RUN-TIME FROM TIME.
001340     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001420     OPEN OUTPUT STATEMENT-RPT.
001430     MOVE "TUITION ASSESSMENT STATEMENTS" TO WS-REPORT-LINE.
001440     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
001442     OPEN EXTEND GL-ACTIVITY-FILE.
001444     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
001446         OPEN OUTPUT GL-ACTIVITY-FILE
001448     END-IF.

001456*    A TERM ON TUITPARM OVERRIDES THE RUN-CONTROL LIBRARY FOR
001464*    THIS RUN ONLY; WITHOUT ONE THE REGISTRATION TERM COMES FROM
001472*    RUNCTL.  EITHER WAY IT MUST BE ON TERMFILE (RUNPARM).
001480     MOVE SPACES TO RK-EXPLICIT-TERM.
001488     OPEN INPUT TUITION-PARM.
001496     IF WS-PARM-STATUS = "00"
001504         READ TUITION-PARM
001512             AT END
001520                 MOVE SPACES TO TU-TERM-CODE
001528         END-READ
001536         MOVE TU-TERM-CODE TO RK-EXPLICIT-TERM
001544         CLOSE TUITION-PARM
001552     END-IF.
001560     MOVE RH-PROGRAM-NAME TO RK-JOB-NAME.
001568     SET RK-REG-TERM TO TRUE.
001576     CALL "RUNPARM" USING RK-RUN-PARM-AREA.
001584     MOVE RK-DESCRIPTION TO WS-REPORT-LINE.
001592     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
001600     IF NOT RK-TERM-VALID
001608         SET WS-EOF TO TRUE
001616         MOVE 8 TO RETURN-CODE
001624         GO TO 1000-INITIALIZE-EXIT
001632     END-IF.
001640     MOVE RK-TERM-CODE TO WS-SELECTED-TERM.

001670     PERFORM 1100-FIND-TERM-RATE THRU 1100-FIND-TERM-RATE-EXIT.
001680     IF NOT WS-RATE-FOUND
001800     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.

001810     OPEN INPUT STUDENT-MASTER.
001830     OPEN I-O BILLING-FILE.
001840     IF WS-BILL-STATUS = "35"
001850         OPEN OUTPUT BILLING-FILE
001860         CLOSE BILLING-FILE
001870         OPEN I-O BILLING-FILE
001880     END-IF.
001881*    NO LATE-FEE HISTORY YET SIMPLY MEANS NO LATE FEES TO KEEP.
001882     OPEN INPUT LATE-FEE-FILE.
001883     IF WS-LATE-STATUS = "00"
001884         SET WS-LATE-FILE-OPEN TO TRUE
001885     END-IF.
001886     OPEN INPUT RECEIPT-FILE.
001887     IF WS-RCPT-STATUS = "00"
001888         SET WS-RCPT-FILE-OPEN TO TRUE
001889     END-IF.
001890     OPEN INPUT DISB-HIST-FILE.
001891     IF WS-DISB-STATUS = "00"
001892         SET WS-DISB-FILE-OPEN TO TRUE
001893     END-IF.
001894     OPEN I-O GL-BILLED-FILE.
001895     IF WS-GLBILL-STATUS = "35"
001896         OPEN OUTPUT GL-BILLED-FILE
001897         CLOSE GL-BILLED-FILE
001898         OPEN I-O GL-BILLED-FILE
001899     END-IF.
001900     IF WS-GLBILL-STATUS = "00"
001901         SET WS-GLBILL-FILE-OPEN TO TRUE
001902     END-IF.
001907     OPEN INPUT ENROLLMENT-MASTER.
001908     IF WS-ENRL-STATUS NOT = "00"
001910         MOVE "  (ENROLLMENT MASTER NOT AVAILABLE)"
001920             TO WS-REPORT-LINE
001930         WRITE ST-REPORT-LINE FROM WS-REPORT-LINE
001960         GO TO 1000-INITIALIZE-EXIT
001970     END-IF.

001975     SET WS-ASSESSING TO TRUE.
001980     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
001990 1000-INITIALIZE-EXIT.
002000     EXIT.

002010******************************************************************
002020* 1100-FIND-TERM-RATE - WALK THE RATETBL CONTROL FILE FOR THE
002030*                       SELECTED TERM'S RATE ROWS.
002040******************************************************************
002050 1100-FIND-TERM-RATE.
002060     MOVE "N" TO WS-RATE-FOUND-SWITCH.
002100         GO TO 1100-FIND-TERM-RATE-EXIT
002110     END-IF.
002120     PERFORM 1110-ONE-RATE THRU 1110-ONE-RATE-EXIT
002130         UNTIL WS-RATE-EOF.
002140     CLOSE RATE-TABLE.
002150 1100-FIND-TERM-RATE-EXIT.
002160     EXIT.

002170******************************************************************
002176* 1110-ONE-RATE - TABLE ONE RATE RECORD OF THE TERM; A BLANK
002182*                 CLASS IS THE RESIDENT ROW.
002190******************************************************************
002200 1110-ONE-RATE.
002210     READ RATE-TABLE
002230             SET WS-RATE-EOF TO TRUE
002240             GO TO 1110-ONE-RATE-EXIT
002250     END-READ.
002252     IF RA-TERM-CODE NOT = WS-SELECTED-TERM
002254         GO TO 1110-ONE-RATE-EXIT
002256     END-IF.
002258     IF RA-RESIDENCY-CLASS = SPACE
002260         MOVE "R" TO RA-RESIDENCY-CLASS
002262     END-IF.
002264     IF WS-CLASS-RATE-USED < 10
002270         SET WS-RATE-FOUND TO TRUE
002274         ADD 1 TO WS-CLASS-RATE-USED
002278         MOVE RA-RESIDENCY-CLASS
002282             TO WS-CR-CLASS (WS-CLASS-RATE-USED)
002286         MOVE RA-PER-CREDIT-RATE
002290             TO WS-CR-RATE (WS-CLASS-RATE-USED)
002294         MOVE RA-FULLTIME-CREDITS
002298             TO WS-CR-FT-CREDITS (WS-CLASS-RATE-USED)
002302         MOVE RA-FULLTIME-AMOUNT
002306             TO WS-CR-FT-AMOUNT (WS-CLASS-RATE-USED)
002310     END-IF.
002320 1110-ONE-RATE-EXIT.
002330     EXIT.
002630         END-IF
002640         MOVE EN-STUDENT-ID TO WS-CURRENT-STUDENT
002650         MOVE ZERO TO WS-TERM-CREDITS
002653         MOVE ZERO TO WS-SF-COUNT
002656         MOVE ZERO TO WS-TERM-FEES
002660     END-IF.

002670     MOVE EN-COURSE-CODE TO CQ-COURSE-CODE.
002680     MOVE EN-TERM-CODE TO CQ-TERM-CODE.
002690     CALL "CRSVERS" USING CQ-VERSION-AREA.
002700     IF CQ-COURSE-FOUND
002710             AND CQ-CREDIT-HOURS IS NUMERIC
002720             AND CQ-CREDIT-HOURS > ZERO
002730         MOVE CQ-CREDIT-HOURS TO WS-CREDIT-HOURS
002740     ELSE
002750         MOVE 3 TO WS-CREDIT-HOURS
002760     END-IF.
002790     ADD WS-CREDIT-HOURS TO WS-TERM-CREDITS.

002791     MOVE EN-COURSE-CODE TO FQ-COURSE-CODE.
002792     MOVE EN-TERM-CODE TO FQ-TERM-CODE.
002793     MOVE EN-SECTION TO FQ-SECTION.
002794     CALL "CRSFEES" USING FQ-FEE-AREA.
002795     PERFORM 2050-ADD-ONE-FEE THRU 2050-ADD-ONE-FEE-EXIT
002796         VARYING WS-FQ-SUB FROM 1 BY 1
002797         UNTIL WS-FQ-SUB > FQ-FEE-COUNT.

002800     PERFORM 2100-READ-ENROLLMENT THRU 2100-READ-ENROLLMENT-EXIT.
002801 2000-ONE-ENROLLMENT-EXIT.
002802     EXIT.

002803******************************************************************
002804* 2050-ADD-ONE-FEE - ADD ONE OF THE REGISTRATION'S FEES INTO THE
002805*                    STUDENT'S TOTAL FOR ITS FEE CODE.
002806******************************************************************
002807 2050-ADD-ONE-FEE.
002808     ADD FQ-FEE-AMOUNT (WS-FQ-SUB) TO WS-TERM-FEES.
002809     MOVE "N" TO WS-FEE-FOUND-SWITCH.
002810     PERFORM VARYING WS-SF-SUB FROM 1 BY 1
002811             UNTIL WS-SF-SUB > WS-SF-COUNT OR WS-FEE-FOUND
002812         IF WS-SF-FEE-CODE (WS-SF-SUB) = FQ-FEE-CODE (WS-FQ-SUB)
002813             SET WS-FEE-FOUND TO TRUE
002814             ADD FQ-FEE-AMOUNT (WS-FQ-SUB)
002815                 TO WS-SF-AMOUNT (WS-SF-SUB)
002816         END-IF
002817     END-PERFORM.
002818     IF WS-FEE-FOUND
002819         GO TO 2050-ADD-ONE-FEE-EXIT
002820     END-IF.
002821*    MORE DISTINCT FEE CODES THAN THE TABLE HOLDS ARE FOLDED INTO
002822*    THE LAST ONE - STILL BILLED, LESS FINELY ITEMIZED.
002823     IF WS-SF-COUNT < 20
002824         ADD 1 TO WS-SF-COUNT
002825         MOVE FQ-FEE-CODE (WS-FQ-SUB)
002826           TO WS-SF-FEE-CODE (WS-SF-COUNT)
002827         MOVE ZERO TO WS-SF-AMOUNT (WS-SF-COUNT)
002828     END-IF.
002829     ADD FQ-FEE-AMOUNT (WS-FQ-SUB) TO WS-SF-AMOUNT (WS-SF-COUNT).
002830 2050-ADD-ONE-FEE-EXIT.
002831     EXIT.

002832******************************************************************
002833* 2500-BILL-STUDENT - PRICE THE TERM'S CREDITS AT THE STUDENT'S
002844*                     RESIDENCY RATE, WRITE OR REFRESH THE
002851*                     BILLING RECORD PRESERVING POSTED
002860*                     PAYMENTS/AID/REFUNDS, AND PRINT THE
002870*                     STATEMENT LINE.
002880******************************************************************
002882 2500-BILL-STUDENT.
002884     PERFORM 2600-FIND-CLASS-RATE THRU 2600-FIND-CLASS-RATE-EXIT.
002886     IF NOT RX-CLASSIFIED
002888         ADD 1 TO WS-NOT-CLASSIFIED
002890         PERFORM 2700-EXCEPTION-LINE THRU 2700-EXCEPTION-LINE-EXIT
002892         GO TO 2500-BILL-STUDENT-EXIT
002894     END-IF.
002896     IF NOT WS-CLASS-FOUND
002898         ADD 1 TO WS-NO-CLASS-RATE
002900         PERFORM 2700-EXCEPTION-LINE THRU 2700-EXCEPTION-LINE-EXIT
002902         GO TO 2500-BILL-STUDENT-EXIT
002904     END-IF.

002907     COMPUTE WS-TUITION-AMT ROUNDED =
002910         WS-TERM-CREDITS * WS-PER-CREDIT-RATE.
002920     IF WS-FULLTIME-AMOUNT > ZERO
002930             AND WS-FULLTIME-CREDITS > ZERO
002940             AND WS-TERM-CREDITS >= WS-FULLTIME-CREDITS
002950         MOVE WS-FULLTIME-AMOUNT TO WS-TUITION-AMT
002960     END-IF.
002962*    COURSE FEES RIDE ON TOP OF TUITION AND ARE NEVER CAPPED.
002964     COMPUTE WS-ASSESSED-AMT = WS-TUITION-AMT + WS-TERM-FEES.
002965     ADD WS-TERM-FEES TO WS-ALL-FEES.
002966*    LATE FEES ALREADY CHARGED STAY ON THE BILL.
002967     MOVE ZERO TO WS-LATE-FEES.
002968     IF WS-LATE-FILE-OPEN
002969         PERFORM 2550-SUM-LATE-FEES THRU 2550-SUM-LATE-FEES-EXIT
002970     END-IF.
002971     ADD WS-LATE-FEES TO WS-ASSESSED-AMT.
002972     MOVE ZERO TO WS-RETURN-FEES.
002973     IF WS-RCPT-FILE-OPEN
002974         PERFORM 2570-SUM-RETURN-FEES
002975             THRU 2570-SUM-RETURN-FEES-EXIT
002976     END-IF.
002977     ADD WS-RETURN-FEES TO WS-ASSESSED-AMT.
002978     MOVE ZERO TO WS-REFUNDS-PAID.
002979     IF WS-DISB-FILE-OPEN
002980         PERFORM 2590-SUM-REFUNDS-PAID
002981             THRU 2590-SUM-REFUNDS-PAID-EXIT
002982     END-IF.
002983     ADD WS-REFUNDS-PAID TO WS-ASSESSED-AMT.

002984     MOVE WS-CURRENT-STUDENT TO BL-STUDENT-ID.
002985     MOVE WS-SELECTED-TERM TO BL-TERM-CODE.
002986     MOVE "Y" TO WS-BILL-FOUND-SWITCH.
002987     MOVE ZERO TO WS-PRIOR-ASSESSED.
002990     READ BILLING-FILE
003000         INVALID KEY
003005             MOVE "N" TO WS-BILL-FOUND-SWITCH
003010             MOVE ZERO TO BL-AID-AMT
003020             MOVE ZERO TO BL-REFUND-AMT
003030             MOVE ZERO TO BL-PAID-AMT
003033             SET BL-NOT-CANCELLED TO TRUE
003036             MOVE ZERO TO BL-CANCEL-DATE
003037     END-READ.
003038*    A STUDENT BILLED FOR REGISTRATIONS AGAIN IS NO LONGER
003039*    CANCELLED; ONLY THE REVERSAL PASS KEEPS THE MARK.
003040     IF NOT WS-REVERSAL-PASS
003041         SET BL-NOT-CANCELLED TO TRUE
003042     END-IF.
003043     IF WS-BILL-FOUND
003044         MOVE BL-ASSESSED-AMT TO WS-PRIOR-ASSESSED
003046     END-IF.
003050     MOVE WS-CURRENT-STUDENT TO BL-STUDENT-ID.
003060     MOVE WS-SELECTED-TERM TO BL-TERM-CODE.
003070     MOVE WS-TERM-CREDITS TO BL-CREDIT-HOURS.
003140             REWRITE BL-BILLING-RECORD
003150     END-WRITE.
003160     ADD 1 TO WS-STUDENTS-BILLED.
003165     PERFORM 2800-GL-CHARGES THRU 2800-GL-CHARGES-EXIT.

003170     MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID.
003180     READ STUDENT-MASTER
003230     MOVE WS-ASSESSED-AMT TO WS-AMOUNT-ED.
003240     MOVE BL-BALANCE TO WS-BALANCE-ED.
003250     MOVE SPACES TO WS-REPORT-LINE.
003251     STRING "  "              DELIMITED BY SIZE
003252            WS-CURRENT-STUDENT DELIMITED BY SIZE
003253            " "               DELIMITED BY SIZE
003254            SM-STUDENT-NAME   DELIMITED BY SIZE
003255            " CR "            DELIMITED BY SIZE
003256            WS-CREDITS-ED     DELIMITED BY SIZE
003257            " RES "           DELIMITED BY SIZE
003258            WS-RESIDENCY-CLASS DELIMITED BY SIZE
003259            " ASSESSED "      DELIMITED BY SIZE
003260            WS-AMOUNT-ED      DELIMITED BY SIZE
003261            " DUE "           DELIMITED BY SIZE
003262            WS-BALANCE-ED     DELIMITED BY SIZE
003263         INTO WS-REPORT-LINE.
003264     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
003265     IF WS-REVERSAL-PASS
003266         MOVE SPACES TO WS-REPORT-LINE
003267         STRING "            CANCELLED FOR NON-PAYMENT "
003268                                    DELIMITED BY SIZE
003269                BL-CANCEL-DATE      DELIMITED BY SIZE
003270                " - CHARGES REVERSED" DELIMITED BY SIZE
003271             INTO WS-REPORT-LINE
003272         WRITE ST-REPORT-LINE FROM WS-REPORT-LINE
003273     END-IF.
003274     IF WS-SF-COUNT = ZERO AND WS-LATE-FEES = ZERO
003275             AND WS-RETURN-FEES = ZERO AND WS-REFUNDS-PAID = ZERO
003276         GO TO 2500-BILL-STUDENT-EXIT
003277     END-IF.
003278     MOVE WS-TUITION-AMT TO WS-AMOUNT-ED.
003279     MOVE SPACES TO WS-REPORT-LINE.
003280     STRING "            TUITION  "  DELIMITED BY SIZE
003281            WS-AMOUNT-ED             DELIMITED BY SIZE
003282         INTO WS-REPORT-LINE.
003283     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
003284     PERFORM VARYING WS-SF-SUB FROM 1 BY 1
003285             UNTIL WS-SF-SUB > WS-SF-COUNT
003286         MOVE WS-SF-AMOUNT (WS-SF-SUB) TO WS-AMOUNT-ED
003287         MOVE SPACES TO WS-REPORT-LINE
003288         STRING "            FEE "       DELIMITED BY SIZE
003289                WS-SF-FEE-CODE (WS-SF-SUB) DELIMITED BY SIZE
003290                " "                      DELIMITED BY SIZE
003291                WS-AMOUNT-ED             DELIMITED BY SIZE
003292             INTO WS-REPORT-LINE
003293         WRITE ST-REPORT-LINE FROM WS-REPORT-LINE
003294     END-PERFORM.
003295     IF WS-LATE-FEES > ZERO
003296         MOVE WS-LATE-FEES TO WS-AMOUNT-ED
003297         MOVE SPACES TO WS-REPORT-LINE
003298         STRING "            LATE FEES"  DELIMITED BY SIZE
003299                WS-AMOUNT-ED             DELIMITED BY SIZE
003300             INTO WS-REPORT-LINE
003301         WRITE ST-REPORT-LINE FROM WS-REPORT-LINE
003302     END-IF.
003303     IF WS-RETURN-FEES > ZERO
003304         MOVE WS-RETURN-FEES TO WS-AMOUNT-ED
003305         MOVE SPACES TO WS-REPORT-LINE
003306         STRING "            RETURN FEES" DELIMITED BY SIZE
003307                WS-AMOUNT-ED             DELIMITED BY SIZE
003308             INTO WS-REPORT-LINE
003309         WRITE ST-REPORT-LINE FROM WS-REPORT-LINE
003310     END-IF.
003311     IF WS-REFUNDS-PAID > ZERO
003312         MOVE WS-REFUNDS-PAID TO WS-AMOUNT-ED
003313         MOVE SPACES TO WS-REPORT-LINE
003314         STRING "            REFUNDS PAID" DELIMITED BY SIZE
003315                WS-AMOUNT-ED              DELIMITED BY SIZE
003316             INTO WS-REPORT-LINE
003317         WRITE ST-REPORT-LINE FROM WS-REPORT-LINE
003318     END-IF.
003319 2500-BILL-STUDENT-EXIT.
003320     EXIT.

003321******************************************************************
003322* 2550-SUM-LATE-FEES - TOTAL THE LATE FEES CHARGED ON THE
003323*                      STUDENT'S BILL FOR THE TERM.
003324******************************************************************
003325 2550-SUM-LATE-FEES.
003326     MOVE "N" TO WS-LATE-EOF-SWITCH.
003327     MOVE WS-CURRENT-STUDENT TO LF-STUDENT-ID.
003328     MOVE WS-SELECTED-TERM TO LF-TERM-CODE.
003329     MOVE ZERO TO LF-ASSESS-MONTH.
003330     START LATE-FEE-FILE
003331         KEY IS NOT LESS THAN LF-LATE-FEE-KEY
003332         INVALID KEY
003333             SET WS-LATE-EOF TO TRUE
003334     END-START.
003335     PERFORM 2560-ONE-LATE-FEE THRU 2560-ONE-LATE-FEE-EXIT
003336         UNTIL WS-LATE-EOF.
003337 2550-SUM-LATE-FEES-EXIT.
003338     EXIT.

003339******************************************************************
003340* 2560-ONE-LATE-FEE - ADD ONE MONTH'S LATE FEE.
003341******************************************************************
003342 2560-ONE-LATE-FEE.
003343     READ LATE-FEE-FILE NEXT RECORD
003344         AT END
003345             SET WS-LATE-EOF TO TRUE
003346             GO TO 2560-ONE-LATE-FEE-EXIT
003347     END-READ.
003348     IF LF-STUDENT-ID NOT = WS-CURRENT-STUDENT
003349             OR LF-TERM-CODE NOT = WS-SELECTED-TERM
003350         SET WS-LATE-EOF TO TRUE
003351         GO TO 2560-ONE-LATE-FEE-EXIT
003352     END-IF.
003353     ADD LF-FEE-AMOUNT TO WS-LATE-FEES.
003354 2560-ONE-LATE-FEE-EXIT.
003355     EXIT.

003356******************************************************************
003357* 2570-SUM-RETURN-FEES - TOTAL THE RETURNED-PAYMENT FEES CHARGED
003358*                        ON THE STUDENT'S BILL FOR THE TERM.
003359******************************************************************
003360 2570-SUM-RETURN-FEES.
003361     MOVE "N" TO WS-RCPT-EOF-SWITCH.
003362     MOVE WS-CURRENT-STUDENT TO RP-STUDENT-ID.
003363     MOVE WS-SELECTED-TERM TO RP-TERM-CODE.
003364     START RECEIPT-FILE
003365         KEY IS NOT LESS THAN RP-BILL-KEY
003366         INVALID KEY
003367             SET WS-RCPT-EOF TO TRUE
003368     END-START.
003369     PERFORM 2580-ONE-RECEIPT THRU 2580-ONE-RECEIPT-EXIT
003370         UNTIL WS-RCPT-EOF.
003371 2570-SUM-RETURN-FEES-EXIT.
003372     EXIT.

003373******************************************************************
003374* 2580-ONE-RECEIPT - ADD THE FEE OF ONE RETURNED RECEIPT.
003375******************************************************************
003376 2580-ONE-RECEIPT.
003377     READ RECEIPT-FILE NEXT RECORD
003378         AT END
003379             SET WS-RCPT-EOF TO TRUE
003380             GO TO 2580-ONE-RECEIPT-EXIT
003381     END-READ.
003382     IF RP-STUDENT-ID NOT = WS-CURRENT-STUDENT
003383             OR RP-TERM-CODE NOT = WS-SELECTED-TERM
003384         SET WS-RCPT-EOF TO TRUE
003385         GO TO 2580-ONE-RECEIPT-EXIT
003386     END-IF.
003387     IF RP-RETURNED
003388         ADD RP-FEE-AMOUNT TO WS-RETURN-FEES
003389     END-IF.
003390 2580-ONE-RECEIPT-EXIT.
003391     EXIT.

003392******************************************************************
003393* 2590-SUM-REFUNDS-PAID - TOTAL THE CREDIT-BALANCE REFUNDS PAID
003394*                         ON THE STUDENT'S BILL FOR THE TERM.
003395******************************************************************
003396 2590-SUM-REFUNDS-PAID.
003397     MOVE "N" TO WS-DISB-EOF-SWITCH.
003398     MOVE WS-CURRENT-STUDENT TO CD-STUDENT-ID.
003399     MOVE WS-SELECTED-TERM TO CD-TERM-CODE.
003400     MOVE ZERO TO CD-DISB-DATE.
003401     START DISB-HIST-FILE
003402         KEY IS NOT LESS THAN CD-DISB-KEY
003403         INVALID KEY
003404             SET WS-DISB-EOF TO TRUE
003405     END-START.
003406     PERFORM 2595-ONE-REFUND-PAID THRU 2595-ONE-REFUND-PAID-EXIT
003407         UNTIL WS-DISB-EOF.
003408 2590-SUM-REFUNDS-PAID-EXIT.
003409     EXIT.

003410******************************************************************
003411* 2595-ONE-REFUND-PAID - ADD ONE REFUND PAID.
003412******************************************************************
003413 2595-ONE-REFUND-PAID.
003414     READ DISB-HIST-FILE NEXT RECORD
003415         AT END
003416             SET WS-DISB-EOF TO TRUE
003417             GO TO 2595-ONE-REFUND-PAID-EXIT
003418     END-READ.
003419     IF CD-STUDENT-ID NOT = WS-CURRENT-STUDENT
003420             OR CD-TERM-CODE NOT = WS-SELECTED-TERM
003421         SET WS-DISB-EOF TO TRUE
003422         GO TO 2595-ONE-REFUND-PAID-EXIT
003423     END-IF.
003424     ADD CD-AMOUNT TO WS-REFUNDS-PAID.
003425 2595-ONE-REFUND-PAID-EXIT.
003426     EXIT.

003427******************************************************************
003428* 2600-FIND-CLASS-RATE - THE STUDENT'S RESIDENCY CLASS FOR THE
003429*                        TERM AND THAT CLASS'S RATE ROW.
003430******************************************************************
003431 2600-FIND-CLASS-RATE.
003432     MOVE "N" TO WS-CLASS-FOUND-SWITCH.
003433     MOVE WS-CURRENT-STUDENT TO RX-STUDENT-ID.
003434     MOVE WS-SELECTED-TERM TO RX-TERM-CODE.
003435     CALL "RESDVERS" USING RX-RESIDENCY-AREA.
003436     MOVE RX-RESIDENCY-CLASS TO WS-RESIDENCY-CLASS.
003437     IF NOT RX-CLASSIFIED
003438         GO TO 2600-FIND-CLASS-RATE-EXIT
003439     END-IF.
003440     PERFORM VARYING WS-CLASS-RATE-SUB FROM 1 BY 1
003441             UNTIL WS-CLASS-RATE-SUB > WS-CLASS-RATE-USED
003442                OR WS-CLASS-FOUND
003443         IF WS-CR-CLASS (WS-CLASS-RATE-SUB) = WS-RESIDENCY-CLASS
003444             SET WS-CLASS-FOUND TO TRUE
003445             MOVE WS-CR-RATE (WS-CLASS-RATE-SUB)
003446                 TO WS-PER-CREDIT-RATE
003447             MOVE WS-CR-FT-CREDITS (WS-CLASS-RATE-SUB)
003448                 TO WS-FULLTIME-CREDITS
003449             MOVE WS-CR-FT-AMOUNT (WS-CLASS-RATE-SUB)
003450                 TO WS-FULLTIME-AMOUNT
003451         END-IF
003452     END-PERFORM.
003453 2600-FIND-CLASS-RATE-EXIT.
003454     EXIT.

003455******************************************************************
003456* 2700-EXCEPTION-LINE - LIST A STUDENT WHO COULD NOT BE PRICED.
003457******************************************************************
003458 2700-EXCEPTION-LINE.
003459     MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID.
003460     READ STUDENT-MASTER
003461         INVALID KEY
003462             MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
003463     END-READ.
003464     MOVE SPACES TO WS-REPORT-LINE.
003465     IF NOT RX-CLASSIFIED
003466         STRING "  "               DELIMITED BY SIZE
003476                WS-CURRENT-STUDENT DELIMITED BY SIZE
003486                " "                DELIMITED BY SIZE
003496                SM-STUDENT-NAME    DELIMITED BY SIZE
003506                " ** NO RESIDENCY CLASSIFICATION - NOT BILLED"
003516                                   DELIMITED BY SIZE
003526             INTO WS-REPORT-LINE
003536     ELSE
003546         STRING "  "               DELIMITED BY SIZE
003556                WS-CURRENT-STUDENT DELIMITED BY SIZE
003566                " "                DELIMITED BY SIZE
003576                SM-STUDENT-NAME    DELIMITED BY SIZE
003586                " ** NO RATETBL ROW FOR CLASS " DELIMITED BY SIZE
003596                WS-RESIDENCY-CLASS DELIMITED BY SIZE
003606                " - NOT BILLED"    DELIMITED BY SIZE
003616             INTO WS-REPORT-LINE
003626     END-IF.
003636     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
003646 2700-EXCEPTION-LINE-EXIT.
003656     EXIT.

003666******************************************************************
003676* 2800-GL-CHARGES - SEND THE LEDGER THE CHANGE IN THE BILL'S
003686*                   TUITION AND COURSE FEES SINCE IT WAS LAST
003696*                   TOLD (GLBILLED), THEN RECORD THE NEW AMOUNTS.
003706*                   A BILL ASSESSED BEFORE GLBILLED WAS KEPT IS
003716*                   TAKEN TO HAVE BEEN JOURNALED IN FULL, WITH ITS
003726*                   FEES UNCHANGED.
003736******************************************************************
003746 2800-GL-CHARGES.
003756     IF NOT WS-GLBILL-FILE-OPEN OR WS-GLACT-STATUS NOT = "00"
003766         GO TO 2800-GL-CHARGES-EXIT
003776     END-IF.
003786     MOVE WS-CURRENT-STUDENT TO GB-STUDENT-ID.
003796     MOVE WS-SELECTED-TERM TO GB-TERM-CODE.
003806     READ GL-BILLED-FILE
003816         INVALID KEY
003826             MOVE ZERO TO GB-TUITION-AMT
003836             MOVE ZERO TO GB-FEES-AMT
003846             MOVE ZERO TO GB-LAST-DATE
003856     END-READ.
003866     IF WS-GLBILL-STATUS = "00"
003876         COMPUTE WS-GL-TUITION-CHANGE =
003886             WS-TUITION-AMT - GB-TUITION-AMT
003896         COMPUTE WS-GL-FEES-CHANGE = WS-TERM-FEES - GB-FEES-AMT
003906     ELSE
003916         IF WS-BILL-FOUND
003926             COMPUTE WS-PRIOR-TUITION = WS-PRIOR-ASSESSED
003936                 - WS-TERM-FEES - WS-LATE-FEES - WS-RETURN-FEES
003946                 - WS-REFUNDS-PAID
003956             COMPUTE WS-GL-TUITION-CHANGE =
003966                 WS-TUITION-AMT - WS-PRIOR-TUITION
003976             MOVE ZERO TO WS-GL-FEES-CHANGE
003986         ELSE
003996             MOVE WS-TUITION-AMT TO WS-GL-TUITION-CHANGE
004006             MOVE WS-TERM-FEES TO WS-GL-FEES-CHANGE
004016         END-IF
004026     END-IF.

004036     SET GA-DETAIL TO TRUE.
004046     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
004056     MOVE RH-RUN-DATE TO GA-POST-DATE.
004066     MOVE WS-CURRENT-STUDENT TO GA-STUDENT-ID.
004076     MOVE WS-SELECTED-TERM TO GA-TERM-CODE.
004086     MOVE ZERO TO GA-ITEM-COUNT.
004096     IF WS-GL-TUITION-CHANGE NOT = ZERO
004106         SET GA-CAT-TUITION TO TRUE
004116         MOVE WS-GL-TUITION-CHANGE TO GA-AMOUNT
004126         WRITE GA-ACTIVITY-RECORD
004136         ADD 1 TO WS-GL-TUITION-COUNT
004146         ADD WS-GL-TUITION-CHANGE TO WS-GL-TUITION-TOTAL
004156     END-IF.
004166     IF WS-GL-FEES-CHANGE NOT = ZERO
004176         SET GA-CAT-COURSE-FEES TO TRUE
004186         MOVE WS-GL-FEES-CHANGE TO GA-AMOUNT
004196         WRITE GA-ACTIVITY-RECORD
004206         ADD 1 TO WS-GL-FEES-COUNT
004216         ADD WS-GL-FEES-CHANGE TO WS-GL-FEES-TOTAL
004226     END-IF.

004236     MOVE WS-CURRENT-STUDENT TO GB-STUDENT-ID.
004246     MOVE WS-SELECTED-TERM TO GB-TERM-CODE.
004256     MOVE WS-TUITION-AMT TO GB-TUITION-AMT.
004266     MOVE WS-TERM-FEES TO GB-FEES-AMT.
004276     MOVE RH-RUN-DATE TO GB-LAST-DATE.
004286     WRITE GB-GL-BILLED-RECORD
004296         INVALID KEY
004306             REWRITE GB-GL-BILLED-RECORD
004316     END-WRITE.
004326 2800-GL-CHARGES-EXIT.
004336     EXIT.

004346******************************************************************
004356* 2900-REVERSE-CANCELLED - WALK THE TERM'S BILLS FOR ONES STILL
004366*                          MARKED CANCELLED FOR NON-PAYMENT.
004376******************************************************************
004386 2900-REVERSE-CANCELLED.
004396     SET WS-REVERSAL-PASS TO TRUE.
004406     MOVE "N" TO WS-BILL-SCAN-SWITCH.
004416     MOVE LOW-VALUES TO BL-BILL-KEY.
004426     START BILLING-FILE KEY IS NOT LESS THAN BL-BILL-KEY
004436         INVALID KEY
004446             SET WS-BILL-SCAN-DONE TO TRUE
004456     END-START.
004466     PERFORM 2910-ONE-CANCELLED-BILL
004476         THRU 2910-ONE-CANCELLED-BILL-EXIT
004486         UNTIL WS-BILL-SCAN-DONE.
004496     MOVE "N" TO WS-REVERSAL-SWITCH.
004506 2900-REVERSE-CANCELLED-EXIT.
004516     EXIT.

004526******************************************************************
004536* 2910-ONE-CANCELLED-BILL - RE-ASSESS ONE CANCELLED BILL WITH NO
004546*                           CREDITS AND NO COURSE FEES, THEN
004556*                           PICK THE WALK UP AFTER IT.
004566******************************************************************
004576 2910-ONE-CANCELLED-BILL.
004586     READ BILLING-FILE NEXT RECORD
004596         AT END
004606             SET WS-BILL-SCAN-DONE TO TRUE
004616             GO TO 2910-ONE-CANCELLED-BILL-EXIT
004626     END-READ.
004636     IF WS-BILL-STATUS NOT = "00"
004646         SET WS-BILL-SCAN-DONE TO TRUE
004656         GO TO 2910-ONE-CANCELLED-BILL-EXIT
004666     END-IF.
004676     IF BL-TERM-CODE NOT = WS-SELECTED-TERM
004686             OR NOT BL-NONPAY-CANCELLED
004696         GO TO 2910-ONE-CANCELLED-BILL-EXIT
004706     END-IF.
004716     MOVE BL-STUDENT-ID TO WS-CURRENT-STUDENT.
004726     MOVE ZERO TO WS-TERM-CREDITS.
004736     MOVE ZERO TO WS-SF-COUNT.
004746     MOVE ZERO TO WS-TERM-FEES.
004756     PERFORM 2500-BILL-STUDENT THRU 2500-BILL-STUDENT-EXIT.
004766     ADD 1 TO WS-CANCELS-REVERSED.
004776     MOVE WS-CURRENT-STUDENT TO BL-STUDENT-ID.
004786     MOVE WS-SELECTED-TERM TO BL-TERM-CODE.
004796     START BILLING-FILE KEY IS GREATER THAN BL-BILL-KEY
004806         INVALID KEY
004816             SET WS-BILL-SCAN-DONE TO TRUE
004826     END-START.
004836 2910-ONE-CANCELLED-BILL-EXIT.
004846     EXIT.

004856******************************************************************
004866* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
004876******************************************************************
004886 3000-FINISH.
004896     MOVE SPACES TO WS-REPORT-LINE.
004906     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
004916     MOVE WS-STUDENTS-BILLED TO WS-COUNT-ED.
004926     MOVE SPACES TO WS-REPORT-LINE.
004936     STRING "STUDENTS BILLED: " DELIMITED BY SIZE
004946            WS-COUNT-ED         DELIMITED BY SIZE
004956         INTO WS-REPORT-LINE.
004966     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
004976     MOVE WS-NOT-CLASSIFIED TO WS-COUNT-ED.
004986     MOVE SPACES TO WS-REPORT-LINE.
004996     STRING "NOT CLASSIFIED:  " DELIMITED BY SIZE
005006            WS-COUNT-ED         DELIMITED BY SIZE
005016         INTO WS-REPORT-LINE.
005026     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
005036     MOVE WS-NO-CLASS-RATE TO WS-COUNT-ED.
005046     MOVE SPACES TO WS-REPORT-LINE.
005056     STRING "NO CLASS RATE:   " DELIMITED BY SIZE
005066            WS-COUNT-ED         DELIMITED BY SIZE
005076         INTO WS-REPORT-LINE.
005086     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
005096     MOVE WS-CANCELS-REVERSED TO WS-COUNT-ED.
005106     MOVE SPACES TO WS-REPORT-LINE.
005116     STRING "CANCELS REVERSED:" DELIMITED BY SIZE
005126            WS-COUNT-ED         DELIMITED BY SIZE
005136         INTO WS-REPORT-LINE.
005146     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
005156     MOVE WS-ALL-FEES TO WS-TOTAL-ED.
005166     MOVE SPACES TO WS-REPORT-LINE.
005176     STRING "FEES ASSESSED:   " DELIMITED BY SIZE
005186            WS-TOTAL-ED         DELIMITED BY SIZE
005196         INTO WS-REPORT-LINE.
005206     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
005216     MOVE WS-GL-TUITION-TOTAL TO WS-SIGNED-TOTAL-ED.
005226     MOVE SPACES TO WS-REPORT-LINE.
005236     STRING "TUITION TO GL:   " DELIMITED BY SIZE
005246            WS-SIGNED-TOTAL-ED  DELIMITED BY SIZE
005256         INTO WS-REPORT-LINE.
005266     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.
005276     MOVE WS-GL-FEES-TOTAL TO WS-SIGNED-TOTAL-ED.
005286     MOVE SPACES TO WS-REPORT-LINE.
005296     STRING "FEES TO GL:      " DELIMITED BY SIZE
005306            WS-SIGNED-TOTAL-ED  DELIMITED BY SIZE
005316         INTO WS-REPORT-LINE.
005326     WRITE ST-REPORT-LINE FROM WS-REPORT-LINE.

005336*    THE STATEMENT'S LEDGER TOTALS ARE THE LEDGER'S CONTROLS.
005346     IF WS-GLACT-STATUS = "00"
005356         SET GA-CONTROL TO TRUE
005366         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
005376         MOVE RH-RUN-DATE TO GA-POST-DATE
005386         MOVE ZERO TO GA-STUDENT-ID
005396         MOVE SPACES TO GA-TERM-CODE
005406         SET GA-CAT-TUITION TO TRUE
005416         MOVE WS-GL-TUITION-TOTAL TO GA-AMOUNT
005426         MOVE WS-GL-TUITION-COUNT TO GA-ITEM-COUNT
005436         WRITE GA-ACTIVITY-RECORD
005446         SET GA-CAT-COURSE-FEES TO TRUE
005456         MOVE WS-GL-FEES-TOTAL TO GA-AMOUNT
005466         MOVE WS-GL-FEES-COUNT TO GA-ITEM-COUNT
005476         WRITE GA-ACTIVITY-RECORD
005486         CLOSE GL-ACTIVITY-FILE
005496     END-IF.
005506     IF WS-GLBILL-FILE-OPEN
005516         CLOSE GL-BILLED-FILE
005526     END-IF.

005536     CLOSE STATEMENT-RPT.
005546     IF WS-ENRL-STATUS = "00" OR WS-ENRL-STATUS = "10"
005556         CLOSE ENROLLMENT-MASTER
005566         CLOSE STUDENT-MASTER
005576         CLOSE BILLING-FILE
005586     END-IF.
005596     IF WS-LATE-FILE-OPEN
005606         CLOSE LATE-FEE-FILE
005616     END-IF.
005626     IF WS-RCPT-FILE-OPEN
005636         CLOSE RECEIPT-FILE
005646     END-IF.
005656     IF WS-DISB-FILE-OPEN
005666         CLOSE DISB-HIST-FILE
005676     END-IF.
005686     IF RETURN-CODE NOT = 8
005696         IF WS-NOT-CLASSIFIED > ZERO OR WS-NO-CLASS-RATE > ZERO
005706             MOVE 4 TO RETURN-CODE
005716         ELSE
005726             MOVE 0 TO RETURN-CODE
005736         END-IF
005746     END-IF.
005756 3000-FINISH-EXIT.
005766     EXIT.

005776 END PROGRAM TUITCALC.
