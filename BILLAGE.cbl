000100*   DAYS SINCE ASSESSMENT - CURRENT/0-30, 31-60, 61-90, AND
000110*   OVER 90 - WITH A TOTAL PER BUCKET FOR THE BURSAR.  DAY
000120*   SPANS USE THE 30/360 COMMERCIAL CONVENTION, WHICH IS
000124*   ACCURATE ENOUGH FOR A MONTHLY BUCKETED REPORT.  A BALANCE
000128*   ON A PAYMENT PLAN (PAYPLAN) IS AGED FROM THE DUE DATE OF ITS
000132*   OLDEST MISSED INSTALLMENT INSTEAD; WITH NONE MISSED THE
000136*   STUDENT IS CURRENT ON THE PLAN AND THE BALANCE IS CURRENT.
000137*   A BALANCE THE BURSAR HAS WRITTEN OFF AS BAD DEBT (COLLREF)
000138*   IS STILL OWED BUT NO LONGER AGED; ONLY ITS COUNT IS SHOWN.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-09-02  RO   ORIGINAL PROGRAM.
000162*   2026-10-15  RO   PAYMENT PLAN BALANCES AGED FROM THE OLDEST
000164*                    MISSED INSTALLMENT; CURRENT ON THE PLAN
000166*                    MEANS CURRENT.
000167*   2026-10-15  RO   WRITTEN-OFF BALANCES (COLLREF) LEFT OUT OF
000168*                    THE AGING.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    BILLAGE.
000300         RECORD KEY IS BL-BILL-KEY
000310         FILE STATUS IS WS-BILL-STATUS.

000311     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS IP-INSTALLMENT-KEY
000316         FILE STATUS IS WS-PLAN-STATUS.

000318     SELECT REFERRAL-FILE ASSIGN TO "COLLREF"
000320         ORGANIZATION IS INDEXED
000322         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS CG-BILL-KEY
000326         FILE STATUS IS WS-REF-STATUS.

000328     SELECT AGING-RPT ASSIGN TO "BILLAGRP"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RPT-STATUS.

000370 FD  BILLING-FILE.
000380     COPY "billrec.cpy".

000383 FD  PLAN-FILE.
000386     COPY "payplan.cpy".

000387 FD  REFERRAL-FILE.
000388     COPY "collref.cpy".

000390 FD  AGING-RPT.
000400 01  AG-REPORT-LINE           PIC X(80).

000430 01  WS-SWITCHES.
000440     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000450         88  WS-EOF           VALUE "Y".
000451     05  WS-PLAN-EOF-SWITCH   PIC X(01) VALUE "N".
000452         88  WS-PLAN-EOF      VALUE "Y".
000453     05  WS-PLAN-OPEN-SWITCH  PIC X(01) VALUE "N".
000454         88  WS-PLAN-FILE-OPEN VALUE "Y".
000455     05  WS-ON-PLAN-SWITCH    PIC X(01) VALUE "N".
000456         88  WS-ON-PLAN       VALUE "Y".
000457     05  WS-REF-OPEN-SWITCH   PIC X(01) VALUE "N".
000458         88  WS-REF-FILE-OPEN VALUE "Y".

000460 01  WS-FILE-STATUSES.
000470     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000475     05  WS-PLAN-STATUS       PIC X(02) VALUE "00".
000477     05  WS-REF-STATUS        PIC X(02) VALUE "00".
000480     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000490 01  WS-COUNTERS COMP.
000500     05  WS-OPEN-BALANCES     PIC 9(05) VALUE ZERO.
000505     05  WS-PLAN-CURRENT      PIC 9(05) VALUE ZERO.
000507     05  WS-WRITTEN-OFF       PIC 9(05) VALUE ZERO.

000510 01  WS-TODAY-PARTS.
000520     05  WS-TODAY-YYYY        PIC 9(04).
000570     05  WS-ASSESS-MM         PIC 9(02).
000580     05  WS-ASSESS-DD         PIC 9(02).
000590 01  WS-AGE-DAYS              PIC S9(05).
000592*    DATE THE BALANCE IS AGED FROM - THE ASSESSMENT DATE, OR FOR
000594*    A PLAN BILL THE OLDEST MISSED INSTALLMENT'S DUE DATE (ZERO
000596*    WHEN THE STUDENT IS CURRENT ON THE PLAN).
000598 01  WS-AGE-FROM-DATE         PIC 9(08).
000600 01  WS-BUCKET-LABEL          PIC X(06).

000610 01  WS-BUCKET-TOTALS.
001050         MOVE 8 TO RETURN-CODE
001060         GO TO 1000-INITIALIZE-EXIT
001070     END-IF.
001071*    NO PLAN FILE YET SIMPLY MEANS NO BALANCE IS ON A PLAN.
001072     OPEN INPUT PLAN-FILE.
001073     IF WS-PLAN-STATUS = "00"
001074         SET WS-PLAN-FILE-OPEN TO TRUE
001076     END-IF.
001078*    NO REFERRAL FILE YET SIMPLY MEANS NOTHING IS WRITTEN OFF.
001080     OPEN INPUT REFERRAL-FILE.
001082     IF WS-REF-STATUS = "00"
001084         SET WS-REF-FILE-OPEN TO TRUE
001086     END-IF.
001088     PERFORM 2100-READ-BALANCE THRU 2100-READ-BALANCE-EXIT.
001090 1000-INITIALIZE-EXIT.
001100     EXIT.

001110******************************************************************
001116* 2100-READ-BALANCE - NEXT BILLING RECORD WITH AN OPEN BALANCE
001122*                     THAT HAS NOT BEEN WRITTEN OFF.
001130******************************************************************
001140 2100-READ-BALANCE.
001150     IF WS-EOF
001220     END-READ.
001230     IF BL-BALANCE NOT > ZERO
001240         GO TO 2100-READ-BALANCE
001242     END-IF.
001244     IF WS-REF-FILE-OPEN
001246         MOVE BL-BILL-KEY TO CG-BILL-KEY
001248         READ REFERRAL-FILE
001250             INVALID KEY
001252                 GO TO 2100-READ-BALANCE-EXIT
001254         END-READ
001256         IF CG-WRITTEN-OFF
001258             ADD 1 TO WS-WRITTEN-OFF
001260             GO TO 2100-READ-BALANCE
001262         END-IF
001264     END-IF.
001266 2100-READ-BALANCE-EXIT.
001270     EXIT.

001280******************************************************************
001310******************************************************************
001320 2000-ONE-BALANCE.
001330     ADD 1 TO WS-OPEN-BALANCES.
001331     MOVE BL-ASSESS-DATE TO WS-AGE-FROM-DATE.
001332     MOVE "N" TO WS-ON-PLAN-SWITCH.
001333     IF WS-PLAN-FILE-OPEN
001334         PERFORM 2200-CHECK-PLAN THRU 2200-CHECK-PLAN-EXIT
001335     END-IF.
001336     IF WS-ON-PLAN AND WS-AGE-FROM-DATE = ZERO
001337         ADD 1 TO WS-PLAN-CURRENT
001338         MOVE "PLAN  " TO WS-BUCKET-LABEL
001339         ADD BL-BALANCE TO WS-BUCKET-30
001340         GO TO 2000-WRITE-LINE
001341     END-IF.
001342     MOVE WS-AGE-FROM-DATE TO WS-ASSESS-PARTS.
001350     COMPUTE WS-AGE-DAYS =
001360         ((WS-TODAY-YYYY - WS-ASSESS-YYYY) * 360)
001370         + ((WS-TODAY-MM - WS-ASSESS-MM) * 30)
001510             ADD BL-BALANCE TO WS-BUCKET-OVER
001520     END-EVALUATE.

001525 2000-WRITE-LINE.
001530     MOVE BL-BALANCE TO WS-BALANCE-ED.
001540     MOVE SPACES TO WS-REPORT-LINE.
001550     STRING BL-STUDENT-ID    DELIMITED BY SIZE
001620         INTO WS-REPORT-LINE.
001630     WRITE AG-REPORT-LINE FROM WS-REPORT-LINE.

001631     PERFORM 2100-READ-BALANCE THRU 2100-READ-BALANCE-EXIT.
001632 2000-ONE-BALANCE-EXIT.
001633     EXIT.

001634******************************************************************
001635* 2200-CHECK-PLAN - IS THE BALANCE ON A PAYMENT PLAN, AND IF SO
001636*                   WHEN WAS THE OLDEST INSTALLMENT MISSED?  AN
001637*                   OPEN INSTALLMENT DUE BEFORE TODAY IS MISSED.
001638******************************************************************
001639 2200-CHECK-PLAN.
001640     MOVE "N" TO WS-PLAN-EOF-SWITCH.
001641     MOVE BL-STUDENT-ID TO IP-STUDENT-ID.
001642     MOVE BL-TERM-CODE TO IP-TERM-CODE.
001643     MOVE ZERO TO IP-INSTALL-NO.
001644     START PLAN-FILE
001645         KEY IS NOT LESS THAN IP-INSTALLMENT-KEY
001646         INVALID KEY
001647             SET WS-PLAN-EOF TO TRUE
001648     END-START.
001649     PERFORM 2210-ONE-INSTALLMENT THRU 2210-ONE-INSTALLMENT-EXIT
001650         UNTIL WS-PLAN-EOF.
001651 2200-CHECK-PLAN-EXIT.
001652     EXIT.

001653******************************************************************
001654* 2210-ONE-INSTALLMENT - LOOK AT ONE INSTALLMENT OF THE PLAN.
001655*                        THEY COME OLDEST FIRST, SO THE FIRST
001656*                        MISSED ONE ENDS THE WALK.
001657******************************************************************
001658 2210-ONE-INSTALLMENT.
001659     READ PLAN-FILE NEXT RECORD
001660         AT END
001661             SET WS-PLAN-EOF TO TRUE
001662     END-READ.
001663     IF WS-PLAN-STATUS NOT = "00" AND NOT WS-PLAN-EOF
001664         SET WS-PLAN-EOF TO TRUE
001665     END-IF.
001666     IF WS-PLAN-EOF
001667         GO TO 2210-ONE-INSTALLMENT-EXIT
001668     END-IF.
001669     IF IP-STUDENT-ID NOT = BL-STUDENT-ID
001670             OR IP-TERM-CODE NOT = BL-TERM-CODE
001671         SET WS-PLAN-EOF TO TRUE
001672         GO TO 2210-ONE-INSTALLMENT-EXIT
001673     END-IF.
001674     IF IP-CANCELLED
001675         GO TO 2210-ONE-INSTALLMENT-EXIT
001676     END-IF.
001677     IF NOT WS-ON-PLAN
001678         SET WS-ON-PLAN TO TRUE
001679         MOVE ZERO TO WS-AGE-FROM-DATE
001680     END-IF.
001681     IF IP-OPEN AND IP-DUE-DATE < RH-RUN-DATE
001682         MOVE IP-DUE-DATE TO WS-AGE-FROM-DATE
001683         SET WS-PLAN-EOF TO TRUE
001684     END-IF.
001685 2210-ONE-INSTALLMENT-EXIT.
001686     EXIT.

001687******************************************************************
001688* 3000-FINISH - BUCKET TOTALS AND CLOSE FILES.
001689******************************************************************
001700 3000-FINISH.
001710     MOVE SPACES TO WS-REPORT-LINE.
001720     WRITE AG-REPORT-LINE FROM WS-REPORT-LINE.
002000            WS-COUNT-ED       DELIMITED BY SIZE
002010         INTO WS-REPORT-LINE.
002020     WRITE AG-REPORT-LINE FROM WS-REPORT-LINE.
002021     MOVE WS-PLAN-CURRENT TO WS-COUNT-ED.
002022     MOVE SPACES TO WS-REPORT-LINE.
002023     STRING "CURRENT ON PLAN:" DELIMITED BY SIZE
002024            WS-COUNT-ED       DELIMITED BY SIZE
002025         INTO WS-REPORT-LINE.
002026     WRITE AG-REPORT-LINE FROM WS-REPORT-LINE.
002027     MOVE WS-WRITTEN-OFF TO WS-COUNT-ED.
002028     MOVE SPACES TO WS-REPORT-LINE.
002029     STRING "WRITTEN OFF:   " DELIMITED BY SIZE
002030            WS-COUNT-ED       DELIMITED BY SIZE
002031         INTO WS-REPORT-LINE.
002032     WRITE AG-REPORT-LINE FROM WS-REPORT-LINE.

002033     CLOSE AGING-RPT.
002040     IF WS-BILL-STATUS = "00" OR WS-BILL-STATUS = "10"
002050         CLOSE BILLING-FILE
002060     END-IF.
002062     IF WS-PLAN-FILE-OPEN
002064         CLOSE PLAN-FILE
002066     END-IF.
002067     IF WS-REF-FILE-OPEN
002068         CLOSE REFERRAL-FILE
002069     END-IF.
002070     IF RETURN-CODE NOT = 8
002080         MOVE 0 TO RETURN-CODE
002090     END-IF.
