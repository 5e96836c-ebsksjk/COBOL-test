000010******************************************************************
000020* PROGRAM-ID : PLANMISS
000030* AUTHOR     : R. OKONKWO, REGISTRAR SYSTEMS
000040* INSTALLATION : WESTFIELD UNIVERSITY DATA CENTER
000050* DATE-WRITTEN : 2026-10-15
000060*-----------------------------------------------------------------
000070* PURPOSE.
000080*   DAILY MISSED-INSTALLMENT LIST.  WALKS THE PAYMENT PLAN FILE
000090*   (PAYPLAN) AND LISTS EVERY OPEN INSTALLMENT WHOSE DUE DATE
000100*   HAS PASSED, WITH THE AMOUNT STILL UNPAID ON IT AND THE DAYS
000110*   SINCE IT FELL DUE (30/360 CONVENTION, AS BILLAGE AGES), SO
000120*   THE BURSAR CAN CALL THE STUDENT THE DAY AFTER A PAYMENT IS
000130*   MISSED.  PARTLY PAID INSTALLMENTS ARE LISTED FOR WHAT IS
000140*   LEFT.  CANCELLED PLANS ARE NOT LISTED.  THE LIST IS
000150*   REDERIVED FROM THE LIVE FILE ON EVERY RUN; AN INSTALLMENT
000160*   DROPS OFF WHEN PAYPOST APPLIES ENOUGH TO PAY IT.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  RO   ORIGINAL PROGRAM.
000193*   2026-10-15  RO   ENDS WITH GOBACK SO BATDRIVE CAN RUN IT
000196*                    AS A CHAIN STEP BY CALL.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    PLANMISS.
000230 AUTHOR.        R. OKONKWO.
000240 INSTALLATION.  WESTFIELD UNIVERSITY DATA CENTER.
000250 DATE-WRITTEN.  2026-10-15.
000260 DATE-COMPILED.

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS IP-INSTALLMENT-KEY
000340         FILE STATUS IS WS-PLAN-STATUS.

000350     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SM-STUDENT-ID
000390         ALTERNATE RECORD KEY IS SM-STUDENT-NAME
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-MAST-STATUS.

000420     SELECT MISSED-RPT ASSIGN TO "PLANMSRP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PLAN-FILE.
000480     COPY "payplan.cpy".

000490 FD  STUDENT-MASTER.
000500     COPY "studrec.cpy".

000510 FD  MISSED-RPT.
000520 01  MR-REPORT-LINE           PIC X(80).

000530 WORKING-STORAGE SECTION.
000540     COPY "runhdr.cpy".

000550 01  WS-SWITCHES.
000560     05  WS-EOF-SWITCH        PIC X(01) VALUE "N".
000570         88  WS-EOF           VALUE "Y".

000580 01  WS-FILE-STATUSES.
000590     05  WS-PLAN-STATUS       PIC X(02) VALUE "00".
000600     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000610     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000620 01  WS-COUNTERS COMP.
000630     05  WS-INSTALLS-READ     PIC 9(05) VALUE ZERO.
000640     05  WS-MISSED-COUNT      PIC 9(05) VALUE ZERO.

000650 01  WS-MISSED-TOTAL          PIC 9(09)V99 VALUE ZERO.
000660 01  WS-UNPAID-AMT            PIC 9(07)V99.

000670 01  WS-TODAY-PARTS.
000680     05  WS-TODAY-YYYY        PIC 9(04).
000690     05  WS-TODAY-MM          PIC 9(02).
000700     05  WS-TODAY-DD          PIC 9(02).
000710 01  WS-DUE-PARTS.
000720     05  WS-DUE-YYYY          PIC 9(04).
000730     05  WS-DUE-MM            PIC 9(02).
000740     05  WS-DUE-DD            PIC 9(02).
000750 01  WS-DAYS-LATE             PIC S9(05).

000760 01  WS-EDIT-FIELDS.
000770     05  WS-COUNT-ED          PIC ZZZZ9.
000780     05  WS-INSTALL-ED        PIC Z9.
000790     05  WS-DAYS-ED           PIC ZZZ9.
000800     05  WS-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
000810     05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZ9.99.

000820 01  WS-REPORT-LINE           PIC X(80).

000830 PROCEDURE DIVISION.

000840******************************************************************
000850* 0000-MAINLINE.
000860******************************************************************
000870 0000-MAINLINE.
000880     MOVE "PLANMISS" TO RH-PROGRAM-NAME.
000890     CALL "BIZDATE" USING RH-RUN-DATE.
000900     ACCEPT RH-RUN-TIME FROM TIME.
000910     MOVE RH-RUN-DATE TO WS-TODAY-PARTS.
000920     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " STARTED - DATE ",
000930         RH-RUN-DATE, " TIME ", RH-RUN-TIME.
000940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000950     PERFORM 2000-ONE-INSTALLMENT THRU 2000-ONE-INSTALLMENT-EXIT
000960         UNTIL WS-EOF.
000970     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
000980     ACCEPT RH-RUN-TIME FROM TIME.
000990     DISPLAY "PROGRAM ", RH-PROGRAM-NAME, " FINISHED - TIME ",
001000         RH-RUN-TIME.
001005*    GOBACK, NOT STOP RUN - BATDRIVE RUNS THIS PROGRAM BY CALL.
001010     GOBACK.

001020******************************************************************
001030* 1000-INITIALIZE - OPEN FILES AND WRITE THE TITLE.
001040******************************************************************
001050 1000-INITIALIZE.
001060     OPEN OUTPUT MISSED-RPT.
001070     MOVE "MISSED PAYMENT PLAN INSTALLMENTS" TO WS-REPORT-LINE.
001080     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
001090     MOVE SPACES TO WS-REPORT-LINE.
001100     STRING "STUDENT  NAME            TERM  NO " DELIMITED BY SIZE
001110            "DUE DATE DAYS       UNPAID"     DELIMITED BY SIZE
001120         INTO WS-REPORT-LINE.
001130     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.

001140     OPEN INPUT PLAN-FILE.
001150     IF WS-PLAN-STATUS NOT = "00"
001160         MOVE "  (NO PAYMENT PLANS ON FILE)" TO WS-REPORT-LINE
001170         WRITE MR-REPORT-LINE FROM WS-REPORT-LINE
001180         SET WS-EOF TO TRUE
001190         GO TO 1000-INITIALIZE-EXIT
001200     END-IF.
001210     OPEN INPUT STUDENT-MASTER.
001220     PERFORM 2100-READ-INSTALLMENT
001230   THRU 2100-READ-INSTALLMENT-EXIT.
001240 1000-INITIALIZE-EXIT.
001250     EXIT.

001260******************************************************************
001270* 2100-READ-INSTALLMENT - NEXT OPEN INSTALLMENT PAST ITS DUE
001280*                         DATE.
001290******************************************************************
001300 2100-READ-INSTALLMENT.
001310     IF WS-EOF
001320         GO TO 2100-READ-INSTALLMENT-EXIT
001330     END-IF.
001340     READ PLAN-FILE NEXT RECORD
001350         AT END
001360             SET WS-EOF TO TRUE
001370             GO TO 2100-READ-INSTALLMENT-EXIT
001380     END-READ.
001390     ADD 1 TO WS-INSTALLS-READ.
001400     IF NOT IP-OPEN OR IP-DUE-DATE NOT < RH-RUN-DATE
001410         GO TO 2100-READ-INSTALLMENT
001420     END-IF.
001430 2100-READ-INSTALLMENT-EXIT.
001440     EXIT.

001450******************************************************************
001460* 2000-ONE-INSTALLMENT - LIST ONE MISSED INSTALLMENT.
001470******************************************************************
001480 2000-ONE-INSTALLMENT.
001490     ADD 1 TO WS-MISSED-COUNT.
001500     COMPUTE WS-UNPAID-AMT = IP-AMOUNT-DUE - IP-AMOUNT-PAID.
001510     ADD WS-UNPAID-AMT TO WS-MISSED-TOTAL.
001520     MOVE IP-DUE-DATE TO WS-DUE-PARTS.
001530     COMPUTE WS-DAYS-LATE =
001540         ((WS-TODAY-YYYY - WS-DUE-YYYY) * 360)
001550         + ((WS-TODAY-MM - WS-DUE-MM) * 30)
001560         + (WS-TODAY-DD - WS-DUE-DD).
001570     IF WS-DAYS-LATE < ZERO
001580         MOVE ZERO TO WS-DAYS-LATE
001590     END-IF.

001600     MOVE IP-STUDENT-ID TO SM-STUDENT-ID.
001610     READ STUDENT-MASTER
001620         INVALID KEY
001630             MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
001640     END-READ.
001650     MOVE IP-INSTALL-NO TO WS-INSTALL-ED.
001660     MOVE WS-DAYS-LATE TO WS-DAYS-ED.
001670     MOVE WS-UNPAID-AMT TO WS-AMOUNT-ED.
001680     MOVE SPACES TO WS-REPORT-LINE.
001690     STRING IP-STUDENT-ID    DELIMITED BY SIZE
001700            " "              DELIMITED BY SIZE
001710            SM-STUDENT-NAME  DELIMITED BY SIZE
001720            " "              DELIMITED BY SIZE
001730            IP-TERM-CODE     DELIMITED BY SIZE
001740            " "              DELIMITED BY SIZE
001750            WS-INSTALL-ED    DELIMITED BY SIZE
001760            " "              DELIMITED BY SIZE
001770            IP-DUE-DATE      DELIMITED BY SIZE
001780            " "              DELIMITED BY SIZE
001790            WS-DAYS-ED       DELIMITED BY SIZE
001800            " "              DELIMITED BY SIZE
001810            WS-AMOUNT-ED     DELIMITED BY SIZE
001820         INTO WS-REPORT-LINE.
001830     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.

001840     PERFORM 2100-READ-INSTALLMENT
001850   THRU 2100-READ-INSTALLMENT-EXIT.
001860 2000-ONE-INSTALLMENT-EXIT.
001870     EXIT.

001880******************************************************************
001890* 3000-FINISH - TOTALS AND CLOSE FILES.
001900******************************************************************
001910 3000-FINISH.
001920     MOVE SPACES TO WS-REPORT-LINE.
001930     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
001940     MOVE WS-INSTALLS-READ TO WS-COUNT-ED.
001950     MOVE SPACES TO WS-REPORT-LINE.
001960     STRING "INSTALLMENTS READ: " DELIMITED BY SIZE
001970            WS-COUNT-ED           DELIMITED BY SIZE
001980         INTO WS-REPORT-LINE.
001990     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
002000     MOVE WS-MISSED-COUNT TO WS-COUNT-ED.
002010     MOVE SPACES TO WS-REPORT-LINE.
002020     STRING "MISSED:            " DELIMITED BY SIZE
002030            WS-COUNT-ED           DELIMITED BY SIZE
002040         INTO WS-REPORT-LINE.
002050     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.
002060     MOVE WS-MISSED-TOTAL TO WS-TOTAL-ED.
002070     MOVE SPACES TO WS-REPORT-LINE.
002080     STRING "UNPAID ON MISSED:"   DELIMITED BY SIZE
002090            WS-TOTAL-ED           DELIMITED BY SIZE
002100         INTO WS-REPORT-LINE.
002110     WRITE MR-REPORT-LINE FROM WS-REPORT-LINE.

002120     CLOSE MISSED-RPT.
002130     IF WS-PLAN-STATUS = "00" OR WS-PLAN-STATUS = "10"
002140         CLOSE PLAN-FILE
002150         CLOSE STUDENT-MASTER
002160     END-IF.
002170     MOVE 0 TO RETURN-CODE.
002180 3000-FINISH-EXIT.
002190     EXIT.

002200 END PROGRAM PLANMISS.
