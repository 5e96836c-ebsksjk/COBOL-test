000120*   PAYMENT THAT DRIVES THE BALANCE NEGATIVE POSTS BUT IS
000130*   FLAGGED AS AN OVERPAYMENT FOR THE BURSAR TO RESOLVE.  THE
000140*   POSTING REGISTER CARRIES EVERY RECEIPT WITH ITS OUTCOME.
000142*   WHEN THE TERM BILL IS ON A PAYMENT PLAN (PAYPLAN) THE
000144*   RECEIPT IS ALSO APPLIED TO THE PLAN'S INSTALLMENTS, OLDEST
000145*   OPEN INSTALLMENT FIRST.  A FINANCIAL HOLD THE LATE-FEE STEP
000146*   (LATEFEE) PLACED IS RELEASED AS SOON AS THE PAYMENT BRINGS
000148*   EVERY ONE OF THE STUDENT'S BILLS UNDER THE LATEPOL HOLD
000150*   THRESHOLD.  EVERY RECEIPT POSTED IS KEPT ON RCPTHIST SO A
000152*   RETURNED ITEM CAN BE MATCHED TO IT (RTNPAY), AND A CHECK
000153*   FROM A STUDENT FLAGGED CASH ONLY (CASHONLY) IS REFUSED.
000154*   EVERY RECEIPT POSTED IS ALSO WRITTEN TO THE GENERAL-LEDGER
000155*   ACTIVITY FILE (GLACTV), WITH THE REGISTER'S CASH TOTAL AS
000156*   ITS CONTROL RECORD.
000157*   A RECEIPT ON A BALANCE REFERRED TO THE COLLECTION AGENCY
000158*   (COLLREF) IS ADDED TO THE REFERRAL - AGENCY REMITTANCES
000159*   (TENDER "AG") APART FROM MONEY PAID DIRECT - AND THE
000160*   REFERRAL IS CLOSED WHEN THE BALANCE IS PAID; ON A BALANCE
000161*   ALREADY WRITTEN OFF IT IS A RECOVERY OF BAD DEBT, WRITTEN TO
000162*   GLACTV AS SUCH UP TO THE AMOUNT WRITTEN OFF.
000163*-----------------------------------------------------------------
000164* MODIFICATION HISTORY.
000170*   2026-09-02  RO   ORIGINAL PROGRAM.
000173*   2026-10-15  RO   RECEIPTS APPLIED TO THE OLDEST OPEN PAYMENT
000176*                    PLAN INSTALLMENT (PAYPLAN).
000177*   2026-10-15  RO   RELEASES THE LATE-FEE FINANCIAL HOLD ONCE
000179*                    THE BALANCES FALL UNDER THE HOLD THRESHOLD.
000181*   2026-10-15  RO   POSTED RECEIPTS KEPT ON RCPTHIST; CHECKS
000182*                    FROM CASH-ONLY STUDENTS REFUSED.
000183*   2026-10-15  RO   RECEIPTS POSTED WRITTEN TO THE GL ACTIVITY
000184*                    FILE (GLACTV) FOR THE DAILY JOURNAL.
000185*   2026-10-15  RO   RECEIPTS ON REFERRED BALANCES CARRIED TO THE
000186*                    COLLECTIONS REFERRAL (COLLREF); RECOVERIES
000187*                    OF WRITTEN-OFF DEBT TO THE GL ACTIVITY FILE.
000188******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PAYPOST.
000210 AUTHOR.        R. OKONKWO.
000340         RECORD KEY IS BL-BILL-KEY
000350         FILE STATUS IS WS-BILL-STATUS.

000351     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS IP-INSTALLMENT-KEY
000355         FILE STATUS IS WS-PLAN-STATUS.

000356     SELECT POLICY-TABLE ASSIGN TO "LATEPOL"
000357         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS WS-POL-STATUS.

000359     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000360         ORGANIZATION IS INDEXED
000361         ACCESS MODE IS DYNAMIC
000362         RECORD KEY IS HD-HOLD-KEY
000363         FILE STATUS IS WS-HOLD-STATUS.

000364     SELECT RECEIPT-FILE ASSIGN TO "RCPTHIST"
000365         ORGANIZATION IS INDEXED
000366         ACCESS MODE IS DYNAMIC
000367         RECORD KEY IS RP-RECEIPT-NO
000368         ALTERNATE RECORD KEY IS RP-BILL-KEY
000369             WITH DUPLICATES
000370         FILE STATUS IS WS-RCPT-STATUS.

000371     SELECT CASH-ONLY-FILE ASSIGN TO "CASHONLY"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS CS-STUDENT-ID
000375         FILE STATUS IS WS-CASH-STATUS.

000376     SELECT POSTING-RPT ASSIGN TO "PAYREG"
000377         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RPT-STATUS.

000382     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-GLACT-STATUS.

000388     SELECT REFERRAL-FILE ASSIGN TO "COLLREF"
000390         ORGANIZATION IS INDEXED
000392         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS CG-BILL-KEY
000396         FILE STATUS IS WS-REF-STATUS.

000398 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PAYMENT-FEED.
000420     COPY "paytran.cpy".
000430 FD  BILLING-FILE.
000440     COPY "billrec.cpy".

000443 FD  PLAN-FILE.
000445     COPY "payplan.cpy".

000447 FD  POLICY-TABLE.
000449     COPY "latepol.cpy".

000451 FD  HOLD-FILE.
000452     COPY "holdrec.cpy".

000453 FD  RECEIPT-FILE.
000454     COPY "rcpthist.cpy".

000455 FD  CASH-ONLY-FILE.
000456     COPY "cashonly.cpy".

000457 FD  POSTING-RPT.
000460 01  PR-REPORT-LINE           PIC X(80).

000463 FD  GL-ACTIVITY-FILE.
000466     COPY "glactv.cpy".

000467 FD  REFERRAL-FILE.
000468     COPY "collref.cpy".

000470 WORKING-STORAGE SECTION.
000480     COPY "runhdr.cpy".

000490 01  WS-SWITCHES.
000500     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000510         88  WS-EOF           VALUE "Y".
000512     05  WS-PLAN-EOF-SWITCH   PIC X(01) VALUE "N".
000514         88  WS-PLAN-EOF      VALUE "Y".
000516     05  WS-PLAN-OPEN-SWITCH  PIC X(01) VALUE "N".
000517         88  WS-PLAN-FILE-OPEN VALUE "Y".
000518     05  WS-LOAD-EOF-SWITCH   PIC X(01) VALUE "N".
000519         88  WS-LOAD-EOF      VALUE "Y".
000520     05  WS-HOLD-OPEN-SWITCH  PIC X(01) VALUE "N".
000521         88  WS-HOLD-FILE-OPEN VALUE "Y".
000522     05  WS-BILL-EOF-SWITCH   PIC X(01) VALUE "N".
000523         88  WS-BILL-EOF      VALUE "Y".
000524     05  WS-OVER-SWITCH       PIC X(01) VALUE "N".
000525         88  WS-OVER-THRESHOLD VALUE "Y".
000527     05  WS-CASH-OPEN-SWITCH  PIC X(01) VALUE "N".
000529         88  WS-CASH-FILE-OPEN VALUE "Y".
000531     05  WS-REF-OPEN-SWITCH   PIC X(01) VALUE "N".
000533         88  WS-REF-FILE-OPEN VALUE "Y".

000535 01  WS-FILE-STATUSES.
000537     05  WS-PAY-STATUS        PIC X(02) VALUE "00".
000540     05  WS-BILL-STATUS       PIC X(02) VALUE "00".
000545     05  WS-PLAN-STATUS       PIC X(02) VALUE "00".
000546     05  WS-POL-STATUS        PIC X(02) VALUE "00".
000547     05  WS-HOLD-STATUS       PIC X(02) VALUE "00".
000548     05  WS-RCPT-STATUS       PIC X(02) VALUE "00".
000549     05  WS-CASH-STATUS       PIC X(02) VALUE "00".
000550     05  WS-RPT-STATUS        PIC X(02) VALUE "00".
000555     05  WS-GLACT-STATUS      PIC X(02) VALUE "00".
000557     05  WS-REF-STATUS        PIC X(02) VALUE "00".

000560 01  WS-COUNTERS COMP.
000570     05  WS-PAYMENTS-READ     PIC 9(05) VALUE ZERO.
000580     05  WS-PAYMENTS-POSTED   PIC 9(05) VALUE ZERO.
000590     05  WS-UNMATCHED-COUNT   PIC 9(05) VALUE ZERO.
000600     05  WS-OVERPAY-COUNT     PIC 9(05) VALUE ZERO.
000605     05  WS-INSTALLS-PAID     PIC 9(05) VALUE ZERO.
000606     05  WS-HOLDS-RELEASED    PIC 9(05) VALUE ZERO.
000607     05  WS-REFUSED-COUNT     PIC 9(05) VALUE ZERO.
000608     05  WS-AGENCY-COUNT      PIC 9(05) VALUE ZERO.
000609     05  WS-RECOVERY-COUNT    PIC 9(05) VALUE ZERO.
000610     05  WS-REFERRALS-PAID    PIC 9(05) VALUE ZERO.

000611 01  WS-CASH-TOTAL            PIC 9(09)V99 VALUE ZERO.
000612 01  WS-PLAN-TOTAL            PIC 9(09)V99 VALUE ZERO.
000614 01  WS-UNAPPLIED             PIC 9(07)V99.
000615 01  WS-INSTALL-OWED          PIC 9(07)V99.
000616 01  WS-RECOVERED-TOTAL       PIC 9(09)V99 VALUE ZERO.
000617 01  WS-RECOVERY              PIC 9(07)V99.

000618*    A FINANCIAL HOLD PLACED BY THE LATE-FEE STEP, AND THE LOWEST
000620*    BALANCE ANY LATEPOL HOLD ROW PUTS A HOLD ON.
000622 01  WS-SYSTEM-HOLDER         PIC X(05) VALUE "LATEF".
000624 01  WS-HOLD-THRESHOLD        PIC 9(07)V99 VALUE ZERO.

000626 01  WS-EDIT-FIELDS.
000630     05  WS-COUNT-ED          PIC ZZZZ9.
000640     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
000650     05  WS-BALANCE-ED        PIC Z,ZZZ,ZZ9.99-.
000930     MOVE "RECEIPT   STUDENT TERM   AMOUNT        OUTCOME"
000940         TO WS-REPORT-LINE.
000950     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
000952     OPEN EXTEND GL-ACTIVITY-FILE.
000954     IF WS-GLACT-STATUS = "05" OR WS-GLACT-STATUS = "35"
000956         OPEN OUTPUT GL-ACTIVITY-FILE
000958     END-IF.

000960     OPEN I-O BILLING-FILE.
000970     IF WS-BILL-STATUS NOT = "00"
001030         GO TO 1000-INITIALIZE-EXIT
001040     END-IF.

001041*    NO PLAN FILE YET SIMPLY MEANS NO BILL IS ON A PLAN.
001042     OPEN I-O PLAN-FILE.
001043     IF WS-PLAN-STATUS = "00"
001044         SET WS-PLAN-FILE-OPEN TO TRUE
001045     END-IF.

001046*    NO HOLD FILE OR NO HOLD ROWS MEANS NOTHING TO RELEASE.
001047     PERFORM 1100-LOAD-THRESHOLD THRU 1100-LOAD-THRESHOLD-EXIT.
001048     OPEN I-O HOLD-FILE.
001049     IF WS-HOLD-STATUS = "00"
001050         SET WS-HOLD-FILE-OPEN TO TRUE
001051     END-IF.

001052     OPEN I-O RECEIPT-FILE.
001053     IF WS-RCPT-STATUS = "35"
001054         OPEN OUTPUT RECEIPT-FILE
001055         CLOSE RECEIPT-FILE
001056         OPEN I-O RECEIPT-FILE
001057     END-IF.
001058*    NO CASH-ONLY FILE YET SIMPLY MEANS NO STUDENT IS FLAGGED.
001059     OPEN INPUT CASH-ONLY-FILE.
001060     IF WS-CASH-STATUS = "00"
001061         SET WS-CASH-FILE-OPEN TO TRUE
001062     END-IF.
001063*    NO REFERRAL FILE YET SIMPLY MEANS NOTHING IS IN COLLECTIONS.
001064     OPEN I-O REFERRAL-FILE.
001065     IF WS-REF-STATUS = "00"
001066         SET WS-REF-FILE-OPEN TO TRUE
001067     END-IF.

001068     OPEN INPUT PAYMENT-FEED.
001069     IF WS-PAY-STATUS NOT = "00"
001070         MOVE "  (NO CASHIER FEED)" TO WS-REPORT-LINE
001080         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
001090         SET WS-EOF TO TRUE
001110     END-IF.

001120     PERFORM 2100-READ-PAYMENT THRU 2100-READ-PAYMENT-EXIT.
001121 1000-INITIALIZE-EXIT.
001122     EXIT.

001123******************************************************************
001124* 1100-LOAD-THRESHOLD - THE LOWEST MINIMUM BALANCE OF THE LATEPOL
001125*                       ROWS THAT PLACE A HOLD.
001126******************************************************************
001127 1100-LOAD-THRESHOLD.
001128     OPEN INPUT POLICY-TABLE.
001129     IF WS-POL-STATUS NOT = "00"
001130         GO TO 1100-LOAD-THRESHOLD-EXIT
001131     END-IF.
001132     PERFORM 1110-ONE-POLICY-ROW THRU 1110-ONE-POLICY-ROW-EXIT
001133         UNTIL WS-LOAD-EOF.
001134     CLOSE POLICY-TABLE.
001135 1100-LOAD-THRESHOLD-EXIT.
001136     EXIT.

001137******************************************************************
001138* 1110-ONE-POLICY-ROW - CHECK ONE POLICY ROW.
001139******************************************************************
001140 1110-ONE-POLICY-ROW.
001141     READ POLICY-TABLE
001142         AT END
001143             SET WS-LOAD-EOF TO TRUE
001144             GO TO 1110-ONE-POLICY-ROW-EXIT
001145     END-READ.
001146     IF LP-PLACES-HOLD
001147             AND (WS-HOLD-THRESHOLD = ZERO
001148               OR LP-MIN-BALANCE < WS-HOLD-THRESHOLD)
001149         MOVE LP-MIN-BALANCE TO WS-HOLD-THRESHOLD
001150     END-IF.
001151 1110-ONE-POLICY-ROW-EXIT.
001152     EXIT.

001153******************************************************************
001154* 2100-READ-PAYMENT - GET THE NEXT RECEIPT.
001170******************************************************************
001180 2100-READ-PAYMENT.
001190     READ PAYMENT-FEED
001480             INTO WS-REPORT-LINE
001490         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
001500         GO TO 2000-NEXT-PAYMENT
001501     END-IF.

001502     IF PY-TENDER-CHECK AND WS-CASH-FILE-OPEN
001503         MOVE PY-STUDENT-ID TO CS-STUDENT-ID
001504         READ CASH-ONLY-FILE
001505             INVALID KEY
001506                 MOVE ZERO TO CS-UNTIL-DATE
001507         END-READ
001508         IF CS-UNTIL-DATE NOT < RH-RUN-DATE
001509             ADD 1 TO WS-REFUSED-COUNT
001510             MOVE PY-AMOUNT TO WS-AMOUNT-ED
001511             MOVE SPACES TO WS-REPORT-LINE
001512             STRING PY-RECEIPT-NO   DELIMITED BY SIZE
001513                    "  "            DELIMITED BY SIZE
001514                    PY-STUDENT-ID   DELIMITED BY SIZE
001515                    "    "          DELIMITED BY SIZE
001516                    PY-TERM-CODE    DELIMITED BY SIZE
001517                    "  "            DELIMITED BY SIZE
001518                    WS-AMOUNT-ED    DELIMITED BY SIZE
001519                    "  *** CHECK REFUSED" DELIMITED BY SIZE
001520                    " - CASH ONLY"       DELIMITED BY SIZE
001521                 INTO WS-REPORT-LINE
001522             WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
001523             GO TO 2000-NEXT-PAYMENT
001524         END-IF
001525     END-IF.

001526     ADD PY-AMOUNT TO BL-PAID-AMT.
001530     COMPUTE BL-BALANCE = BL-ASSESSED-AMT - BL-AID-AMT
001540         - BL-REFUND-AMT - BL-PAID-AMT.
001550     REWRITE BL-BILLING-RECORD.
001560     ADD 1 TO WS-PAYMENTS-POSTED.
001570     ADD PY-AMOUNT TO WS-CASH-TOTAL.
001571     PERFORM 2150-KEEP-RECEIPT THRU 2150-KEEP-RECEIPT-EXIT.
001572     PERFORM 2160-GL-ACTIVITY THRU 2160-GL-ACTIVITY-EXIT.
001573     IF WS-PLAN-FILE-OPEN
001574         PERFORM 2200-APPLY-TO-PLAN THRU 2200-APPLY-TO-PLAN-EXIT
001576     END-IF.

001580     MOVE PY-AMOUNT TO WS-AMOUNT-ED.
001590     MOVE BL-BALANCE TO WS-BALANCE-ED.
001700                "  *** OVERPAID, BAL " DELIMITED BY SIZE
001710                WS-BALANCE-ED   DELIMITED BY SIZE
001720             INTO WS-REPORT-LINE
001721     ELSE
001722         STRING PY-RECEIPT-NO   DELIMITED BY SIZE
001723                "  "            DELIMITED BY SIZE
001724                PY-STUDENT-ID   DELIMITED BY SIZE
001725                "    "          DELIMITED BY SIZE
001726                PY-TERM-CODE    DELIMITED BY SIZE
001727                "  "            DELIMITED BY SIZE
001728                WS-AMOUNT-ED    DELIMITED BY SIZE
001729                "  POSTED, BAL " DELIMITED BY SIZE
001730                WS-BALANCE-ED   DELIMITED BY SIZE
001731             INTO WS-REPORT-LINE
001732     END-IF.
001733     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
001734     IF WS-REF-FILE-OPEN
001735         PERFORM 2170-COLLECTIONS THRU 2170-COLLECTIONS-EXIT
001736     END-IF.
001737     IF WS-HOLD-FILE-OPEN AND WS-HOLD-THRESHOLD > ZERO
001738         PERFORM 2300-CHECK-HOLD THRU 2300-CHECK-HOLD-EXIT
001739     END-IF.

001740 2000-NEXT-PAYMENT.
001741     PERFORM 2100-READ-PAYMENT THRU 2100-READ-PAYMENT-EXIT.
001742 2000-POST-PAYMENT-EXIT.
001743     EXIT.

001744******************************************************************
001745* 2150-KEEP-RECEIPT - RECORD THE POSTED RECEIPT FOR RETURNED-ITEM
001746*                     MATCHING.  A RECEIPT NUMBER THE CASHIER
001747*                     REUSED KEEPS ITS FIRST POSTING.
001748******************************************************************
001749 2150-KEEP-RECEIPT.
001750     MOVE PY-RECEIPT-NO TO RP-RECEIPT-NO.
001751     MOVE PY-STUDENT-ID TO RP-STUDENT-ID.
001752     MOVE PY-TERM-CODE TO RP-TERM-CODE.
001753     MOVE PY-AMOUNT TO RP-AMOUNT.
001754     MOVE PY-PAY-DATE TO RP-PAY-DATE.
001755     MOVE PY-TENDER TO RP-TENDER.
001756     MOVE RH-RUN-DATE TO RP-POST-DATE.
001757     SET RP-POSTED TO TRUE.
001758     MOVE ZERO TO RP-RETURN-DATE.
001759     MOVE SPACES TO RP-RETURN-REASON.
001760     MOVE ZERO TO RP-FEE-AMOUNT.
001761     WRITE RP-RECEIPT-RECORD
001762         INVALID KEY
001763             CONTINUE
001764     END-WRITE.
001765 2150-KEEP-RECEIPT-EXIT.
001766     EXIT.

001767******************************************************************
001768* 2160-GL-ACTIVITY - THE RECEIPT POSTED, FOR THE GENERAL LEDGER.
001769******************************************************************
001770 2160-GL-ACTIVITY.
001771     IF WS-GLACT-STATUS NOT = "00"
001772         GO TO 2160-GL-ACTIVITY-EXIT
001773     END-IF.
001774     SET GA-DETAIL TO TRUE.
001775     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
001776     MOVE RH-RUN-DATE TO GA-POST-DATE.
001777     SET GA-CAT-PAYMENT TO TRUE.
001778     MOVE PY-STUDENT-ID TO GA-STUDENT-ID.
001779     MOVE PY-TERM-CODE TO GA-TERM-CODE.
001780     MOVE PY-AMOUNT TO GA-AMOUNT.
001781     MOVE ZERO TO GA-ITEM-COUNT.
001782     WRITE GA-ACTIVITY-RECORD.
001783 2160-GL-ACTIVITY-EXIT.
001784     EXIT.

001785******************************************************************
001786* 2170-COLLECTIONS - A RECEIPT ON A BILL IN COLLECTIONS: ADD IT
001787*                    TO THE REFERRAL, CLOSE A REFERRAL NOW PAID,
001788*                    AND TAKE A RECEIPT ON A WRITTEN-OFF BALANCE
001789*                    AS A RECOVERY, UP TO THE AMOUNT WRITTEN OFF.
001790******************************************************************
001791 2170-COLLECTIONS.
001792     MOVE BL-BILL-KEY TO CG-BILL-KEY.
001793     READ REFERRAL-FILE
001794         INVALID KEY
001795             GO TO 2170-COLLECTIONS-EXIT
001796     END-READ.
001797     IF PY-TENDER-AGENCY
001798         ADD PY-AMOUNT TO CG-AGENCY-PAID
001799         ADD 1 TO WS-AGENCY-COUNT
001800     ELSE
001801         ADD PY-AMOUNT TO CG-DIRECT-PAID
001802     END-IF.
001803     MOVE PY-PAY-DATE TO CG-LAST-PAY-DATE.
001804     MOVE SPACES TO WS-REPORT-LINE.
001805     IF CG-WRITTEN-OFF
001806         COMPUTE WS-RECOVERY = CG-WRITEOFF-AMT - CG-RECOVERED-AMT
001807         IF WS-RECOVERY > PY-AMOUNT
001808             MOVE PY-AMOUNT TO WS-RECOVERY
001809         END-IF
001810         IF WS-RECOVERY > ZERO
001811             ADD WS-RECOVERY TO CG-RECOVERED-AMT
001812             ADD WS-RECOVERY TO WS-RECOVERED-TOTAL
001813             ADD 1 TO WS-RECOVERY-COUNT
001814             PERFORM 2180-GL-RECOVERY THRU 2180-GL-RECOVERY-EXIT
001815             MOVE WS-RECOVERY TO WS-AMOUNT-ED
001816             STRING "          "    DELIMITED BY SIZE
001817                    PY-STUDENT-ID   DELIMITED BY SIZE
001818                    "    "          DELIMITED BY SIZE
001819                    "BAD DEBT RECOVERED " DELIMITED BY SIZE
001820                    WS-AMOUNT-ED    DELIMITED BY SIZE
001821                 INTO WS-REPORT-LINE
001822         END-IF
001823     ELSE
001824         IF CG-AT-AGENCY AND BL-BALANCE NOT > ZERO
001825             SET CG-PAID-IN-FULL TO TRUE
001826             MOVE RH-RUN-DATE TO CG-STATUS-DATE
001827             ADD 1 TO WS-REFERRALS-PAID
001828             STRING "          "    DELIMITED BY SIZE
001829                    PY-STUDENT-ID   DELIMITED BY SIZE
001830                    "    "          DELIMITED BY SIZE
001831                    "COLLECTIONS REFERRAL PAID IN FULL"
001832                                    DELIMITED BY SIZE
001833                 INTO WS-REPORT-LINE
001834         END-IF
001835     END-IF.
001836     REWRITE CG-REFERRAL-RECORD.
001837     IF WS-REPORT-LINE NOT = SPACES
001838         WRITE PR-REPORT-LINE FROM WS-REPORT-LINE
001839     END-IF.
001840 2170-COLLECTIONS-EXIT.
001841     EXIT.

001842******************************************************************
001843* 2180-GL-RECOVERY - THE BAD DEBT RECOVERED, FOR THE GENERAL
001844*                    LEDGER.
001845******************************************************************
001846 2180-GL-RECOVERY.
001847     IF WS-GLACT-STATUS NOT = "00"
001848         GO TO 2180-GL-RECOVERY-EXIT
001849     END-IF.
001850     SET GA-DETAIL TO TRUE.
001851     MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM.
001852     MOVE RH-RUN-DATE TO GA-POST-DATE.
001853     SET GA-CAT-RECOVERY TO TRUE.
001854     MOVE PY-STUDENT-ID TO GA-STUDENT-ID.
001855     MOVE PY-TERM-CODE TO GA-TERM-CODE.
001856     MOVE WS-RECOVERY TO GA-AMOUNT.
001857     MOVE ZERO TO GA-ITEM-COUNT.
001858     WRITE GA-ACTIVITY-RECORD.
001859 2180-GL-RECOVERY-EXIT.
001860     EXIT.

001861******************************************************************
001862* 2200-APPLY-TO-PLAN - SPREAD THE RECEIPT OVER THE BILL'S OPEN
001863*                      INSTALLMENTS, OLDEST FIRST.  A BILL WITH
001864*                      NO PLAN HAS NO ROWS AND NOTHING HAPPENS;
001865*                      ANYTHING LEFT AFTER THE LAST INSTALLMENT IS
001866*                      ALREADY ON THE BILL AS AN OVERPAYMENT.
001867******************************************************************
001868 2200-APPLY-TO-PLAN.
001869     MOVE PY-AMOUNT TO WS-UNAPPLIED.
001870     MOVE "N" TO WS-PLAN-EOF-SWITCH.
001871     MOVE PY-STUDENT-ID TO IP-STUDENT-ID.
001872     MOVE PY-TERM-CODE TO IP-TERM-CODE.
001873     MOVE ZERO TO IP-INSTALL-NO.
001874     START PLAN-FILE
001875         KEY IS NOT LESS THAN IP-INSTALLMENT-KEY
001876         INVALID KEY
001877             SET WS-PLAN-EOF TO TRUE
001878     END-START.
001879     PERFORM 2210-ONE-INSTALLMENT THRU 2210-ONE-INSTALLMENT-EXIT
001880         UNTIL WS-PLAN-EOF OR WS-UNAPPLIED = ZERO.
001881 2200-APPLY-TO-PLAN-EXIT.
001882     EXIT.

001883******************************************************************
001884* 2210-ONE-INSTALLMENT - APPLY WHAT IS LEFT OF THE RECEIPT TO
001885*                        ONE OPEN INSTALLMENT.
001886******************************************************************
001887 2210-ONE-INSTALLMENT.
001888     READ PLAN-FILE NEXT RECORD
001889         AT END
001890             SET WS-PLAN-EOF TO TRUE
001891     END-READ.
001892     IF WS-PLAN-STATUS NOT = "00" AND NOT WS-PLAN-EOF
001893         SET WS-PLAN-EOF TO TRUE
001894     END-IF.
001895     IF WS-PLAN-EOF
001896         GO TO 2210-ONE-INSTALLMENT-EXIT
001897     END-IF.
001898     IF IP-STUDENT-ID NOT = PY-STUDENT-ID
001899             OR IP-TERM-CODE NOT = PY-TERM-CODE
001900         SET WS-PLAN-EOF TO TRUE
001901         GO TO 2210-ONE-INSTALLMENT-EXIT
001902     END-IF.
001903     IF NOT IP-OPEN
001904         GO TO 2210-ONE-INSTALLMENT-EXIT
001905     END-IF.
001906     COMPUTE WS-INSTALL-OWED = IP-AMOUNT-DUE - IP-AMOUNT-PAID.
001907     IF WS-UNAPPLIED < WS-INSTALL-OWED
001908         ADD WS-UNAPPLIED TO IP-AMOUNT-PAID
001909         ADD WS-UNAPPLIED TO WS-PLAN-TOTAL
001910         MOVE ZERO TO WS-UNAPPLIED
001911     ELSE
001912         MOVE IP-AMOUNT-DUE TO IP-AMOUNT-PAID
001913         SET IP-PAID TO TRUE
001914         ADD 1 TO WS-INSTALLS-PAID
001915         ADD WS-INSTALL-OWED TO WS-PLAN-TOTAL
001916         SUBTRACT WS-INSTALL-OWED FROM WS-UNAPPLIED
001917     END-IF.
001918     REWRITE IP-INSTALLMENT-RECORD.
001919 2210-ONE-INSTALLMENT-EXIT.
001920     EXIT.

001921******************************************************************
001922* 2300-CHECK-HOLD - RELEASE THE LATE-FEE STEP'S FINANCIAL HOLD
001923*                   WHEN NONE OF THE STUDENT'S BILLS IS STILL AT
001924*                   OR ABOVE THE HOLD THRESHOLD.  A HOLD PLACED BY
001928*                   A PERSON IS LEFT FOR HOLDMNT.
001929******************************************************************
001930 2300-CHECK-HOLD.
001931     MOVE PY-STUDENT-ID TO HD-STUDENT-ID.
001932     MOVE "F" TO HD-HOLD-TYPE.
001933     READ HOLD-FILE
001934         INVALID KEY
001935             GO TO 2300-CHECK-HOLD-EXIT
001936     END-READ.
001937     IF NOT HD-ACTIVE OR HD-PLACED-BY NOT = WS-SYSTEM-HOLDER
001938         GO TO 2300-CHECK-HOLD-EXIT
001939     END-IF.

001940     MOVE "N" TO WS-BILL-EOF-SWITCH.
001941     MOVE "N" TO WS-OVER-SWITCH.
001942     MOVE PY-STUDENT-ID TO BL-STUDENT-ID.
001943     MOVE LOW-VALUES TO BL-TERM-CODE.
001944     START BILLING-FILE
001945         KEY IS NOT LESS THAN BL-BILL-KEY
001946         INVALID KEY
001947             SET WS-BILL-EOF TO TRUE
001948     END-START.
001949     PERFORM 2310-ONE-BILL THRU 2310-ONE-BILL-EXIT
001950         UNTIL WS-BILL-EOF OR WS-OVER-THRESHOLD.
001951     IF WS-OVER-THRESHOLD
001952         GO TO 2300-CHECK-HOLD-EXIT
001953     END-IF.

001954     SET HD-RELEASED TO TRUE.
001955     MOVE RH-RUN-DATE TO HD-RELEASE-DATE.
001956     MOVE WS-SYSTEM-HOLDER TO HD-RELEASED-BY.
001957     REWRITE HD-HOLD-RECORD.
001958     ADD 1 TO WS-HOLDS-RELEASED.
001959     MOVE SPACES TO WS-REPORT-LINE.
001960     STRING "          "    DELIMITED BY SIZE
001961            PY-STUDENT-ID   DELIMITED BY SIZE
001962            "    "          DELIMITED BY SIZE
001963            "FINANCIAL HOLD RELEASED" DELIMITED BY SIZE
001964         INTO WS-REPORT-LINE.
001965     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
001966 2300-CHECK-HOLD-EXIT.
001967     EXIT.

001968******************************************************************
001969* 2310-ONE-BILL - LOOK AT ONE OF THE STUDENT'S TERM BILLS.
001970******************************************************************
001971 2310-ONE-BILL.
001972     READ BILLING-FILE NEXT RECORD
001973         AT END
001974             SET WS-BILL-EOF TO TRUE
001975             GO TO 2310-ONE-BILL-EXIT
001976     END-READ.
001977     IF BL-STUDENT-ID NOT = PY-STUDENT-ID
001978         SET WS-BILL-EOF TO TRUE
001979         GO TO 2310-ONE-BILL-EXIT
001980     END-IF.
001981     IF BL-BALANCE NOT < WS-HOLD-THRESHOLD
001982         SET WS-OVER-THRESHOLD TO TRUE
001983     END-IF.
001984 2310-ONE-BILL-EXIT.
001985     EXIT.

001986******************************************************************
001987* 3000-FINISH - WRITE TOTALS AND CLOSE FILES.
001988******************************************************************
001989 3000-FINISH.
001990     MOVE SPACES TO WS-REPORT-LINE.
001991     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
001992     MOVE WS-PAYMENTS-READ TO WS-COUNT-ED.
001993     MOVE SPACES TO WS-REPORT-LINE.
001994     STRING "RECEIPTS READ:    " DELIMITED BY SIZE
001995            WS-COUNT-ED          DELIMITED BY SIZE
002000         INTO WS-REPORT-LINE.
002010     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002020     MOVE WS-PAYMENTS-POSTED TO WS-COUNT-ED.
002220     STRING "CASH POSTED:    "   DELIMITED BY SIZE
002230            WS-TOTAL-ED          DELIMITED BY SIZE
002240         INTO WS-REPORT-LINE.
002242     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002244     MOVE WS-PLAN-TOTAL TO WS-TOTAL-ED.
002246     MOVE SPACES TO WS-REPORT-LINE.
002248     STRING "TO PLANS:       "   DELIMITED BY SIZE
002250            WS-TOTAL-ED          DELIMITED BY SIZE
002251         INTO WS-REPORT-LINE.
002252     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002253     MOVE WS-INSTALLS-PAID TO WS-COUNT-ED.
002254     MOVE SPACES TO WS-REPORT-LINE.
002255     STRING "INSTALLMENTS PAID:" DELIMITED BY SIZE
002256            WS-COUNT-ED          DELIMITED BY SIZE
002257         INTO WS-REPORT-LINE.
002258     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002259     MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
002260     MOVE SPACES TO WS-REPORT-LINE.
002261     STRING "CHECKS REFUSED:   " DELIMITED BY SIZE
002262            WS-COUNT-ED          DELIMITED BY SIZE
002263         INTO WS-REPORT-LINE.
002264     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002265     MOVE WS-HOLDS-RELEASED TO WS-COUNT-ED.
002266     MOVE SPACES TO WS-REPORT-LINE.
002267     STRING "HOLDS RELEASED:   " DELIMITED BY SIZE
002268            WS-COUNT-ED          DELIMITED BY SIZE
002269         INTO WS-REPORT-LINE.
002270     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002271     MOVE WS-AGENCY-COUNT TO WS-COUNT-ED.
002272     MOVE SPACES TO WS-REPORT-LINE.
002273     STRING "AGENCY RECEIPTS:  " DELIMITED BY SIZE
002274            WS-COUNT-ED          DELIMITED BY SIZE
002275         INTO WS-REPORT-LINE.
002276     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002277     MOVE WS-REFERRALS-PAID TO WS-COUNT-ED.
002278     MOVE SPACES TO WS-REPORT-LINE.
002279     STRING "REFERRALS PAID:   " DELIMITED BY SIZE
002280            WS-COUNT-ED          DELIMITED BY SIZE
002281         INTO WS-REPORT-LINE.
002282     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.
002283     MOVE WS-RECOVERED-TOTAL TO WS-TOTAL-ED.
002284     MOVE SPACES TO WS-REPORT-LINE.
002285     STRING "DEBT RECOVERED: "   DELIMITED BY SIZE
002286            WS-TOTAL-ED          DELIMITED BY SIZE
002287         INTO WS-REPORT-LINE.
002288     WRITE PR-REPORT-LINE FROM WS-REPORT-LINE.

002289*    THE REGISTER'S CASH AND RECOVERY TOTALS ARE THE LEDGER'S
002290*    CONTROLS.
002291     IF WS-GLACT-STATUS = "00"
002292         SET GA-CONTROL TO TRUE
002293         MOVE RH-PROGRAM-NAME TO GA-SOURCE-PROGRAM
002294         MOVE RH-RUN-DATE TO GA-POST-DATE
002295         SET GA-CAT-PAYMENT TO TRUE
002296         MOVE ZERO TO GA-STUDENT-ID
002297         MOVE SPACES TO GA-TERM-CODE
002298         MOVE WS-CASH-TOTAL TO GA-AMOUNT
002299         MOVE WS-PAYMENTS-POSTED TO GA-ITEM-COUNT
002300         WRITE GA-ACTIVITY-RECORD
002301         SET GA-CAT-RECOVERY TO TRUE
002302         MOVE WS-RECOVERED-TOTAL TO GA-AMOUNT
002303         MOVE WS-RECOVERY-COUNT TO GA-ITEM-COUNT
002304         WRITE GA-ACTIVITY-RECORD
002305         CLOSE GL-ACTIVITY-FILE
002306     END-IF.

002307     IF WS-PAY-STATUS = "00" OR WS-PAY-STATUS = "10"
002308         CLOSE PAYMENT-FEED
002309     END-IF.
002310     IF WS-BILL-STATUS NOT = "35"
002311         CLOSE BILLING-FILE
002312     END-IF.
002313     IF WS-PLAN-FILE-OPEN
002314         CLOSE PLAN-FILE
002316     END-IF.
002317     IF WS-HOLD-FILE-OPEN
002318         CLOSE HOLD-FILE
002319     END-IF.
002320     IF WS-CASH-FILE-OPEN
002321         CLOSE CASH-ONLY-FILE
002322     END-IF.
002323     IF WS-REF-FILE-OPEN
002324         CLOSE REFERRAL-FILE
002325     END-IF.
002326     IF WS-BILL-STATUS NOT = "35"
002327         CLOSE RECEIPT-FILE
002328     END-IF.
002329     CLOSE POSTING-RPT.

002330     EVALUATE TRUE
002340         WHEN RETURN-CODE = 8
002350             CONTINUE
002360         WHEN WS-UNMATCHED-COUNT > ZERO
002370                 OR WS-OVERPAY-COUNT > ZERO
002375                 OR WS-REFUSED-COUNT > ZERO
002380             MOVE 4 TO RETURN-CODE
002390         WHEN OTHER
002400             MOVE 0 TO RETURN-CODE
