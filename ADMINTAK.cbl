000250*   2026-09-02  RO   INTAKE NOW DRAWS FROM THE APPLICANT
000260*                    PIPELINE (APPLFILE) - ONLY CONFIRMED,
000270*                    NOT-YET-LOADED APPLICANTS BECOME STUDENTS.
000272*   2026-10-15  RO   EIGHT-DIGIT STUDENT ID - THE BASE RUNS ON
000274*                    PAST 999 UP TO SEVEN DIGITS, THE CHECK DIGIT
000276*                    STILL THE DIGIT SUM OF THE BASE MOD 10, SO
000278*                    EVERY ID ALREADY ISSUED STAYS VALID.
000280*   2026-10-15  RO   THE COHORT RECORD CARRIES THE STUDENT'S
000282*                    CATALOG YEAR - THE ACADEMIC YEAR OF ADMISSION
000284*                    (REQVERS, CATYMNT).
000286******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    ADMINTAK.
000310 AUTHOR.        R. OKONKWO.
000810     05  WS-RECORDS-READ      PIC 9(05) VALUE ZERO.
000820     05  WS-IDS-ASSIGNED      PIC 9(05) VALUE ZERO.

000830*    ID ASSIGNMENT: AN ID IS A BASE OF UP TO SEVEN DIGITS
000840*    (100-9999999) TIMES TEN PLUS A CHECK DIGIT THAT IS THE
000850*    BASE'S DIGIT SUM MOD 10 - THE SAME RULE STUDMAIN'S
000855*    VALIDATE-STUDENT-ID ENFORCES.
000860 01  WS-LAST-ID               PIC 9(08) VALUE 1000.
000870 01  WS-ID-WORK.
000880     05  WS-ID-BASE           PIC 9(07).
000890     05  WS-ID-DISCARD        PIC 9(01).
000900     05  WS-ID-DIGIT-WORK     PIC 9(07).
000910     05  WS-ID-DIGIT-QUOT     PIC 9(07).
000920     05  WS-ID-DIGIT          PIC 9(01).
000940     05  WS-ID-DIGIT-SUM      PIC 9(02).
000950     05  WS-ID-CHECK-DIGIT    PIC 9(01).
000960     05  WS-ID-SUM-QUOTIENT   PIC 9(01).
000970     05  WS-NEW-ID            PIC 9(08).

000980 01  WS-EDIT-FIELDS.
000990     05  WS-COUNT-ED          PIC ZZZZ9.
001050     05  WS-RD-DAY            PIC 9(02).
001060 01  WS-COHORT-CODE           PIC X(05).

001062*    CATALOG YEAR FOR THIS RUN - THE ACADEMIC YEAR OF ADMISSION,
001064*    WHICH STARTS IN JULY.
001066 01  WS-CATALOG-YEAR          PIC 9(04).

001070 01  WS-REPORT-LINE           PIC X(80).

001080 PROCEDURE DIVISION.
001300     OPEN OUTPUT INTAKE-RPT.
001310     MOVE "ADMISSIONS INTAKE REPORT" TO WS-REPORT-LINE.
001320     WRITE AI-REPORT-LINE FROM WS-REPORT-LINE.
001330     MOVE "NEW ID      NAME             MAJOR" TO WS-REPORT-LINE.
001340     WRITE AI-REPORT-LINE FROM WS-REPORT-LINE.

001350     OPEN INPUT LAST-ID-CONTROL.
001680         STRING WS-RD-YEAR "S" DELIMITED BY SIZE
001690             INTO WS-COHORT-CODE
001700     END-IF.
001702     MOVE WS-RD-YEAR TO WS-CATALOG-YEAR.
001704     IF WS-RD-MONTH < 07
001706         SUBTRACT 1 FROM WS-CATALOG-YEAR
001708     END-IF.

001710     IF NOT WS-EOF
001720         PERFORM 2100-READ-APPLICANT
002070     MOVE WS-NEW-ID TO CO-STUDENT-ID.
002080     MOVE RH-RUN-DATE TO CO-ADMIT-DATE.
002090     MOVE WS-COHORT-CODE TO CO-COHORT-CODE.
002095     MOVE WS-CATALOG-YEAR TO CO-CATALOG-YEAR.
002100     WRITE CO-COHORT-RECORD
002110         INVALID KEY
002120             REWRITE CO-COHORT-RECORD
002410******************************************************************
002420* 2200-NEXT-FREE-ID - THE NEXT ID PAST THE LAST ONE ISSUED THAT
002430*                     SATISFIES THE CHECK-DIGIT RULE.  ZERO WHEN
002440*                     THE SEVEN-DIGIT BASE RANGE IS USED UP.
002450******************************************************************
002460 2200-NEXT-FREE-ID.
002470     DIVIDE WS-LAST-ID BY 10 GIVING WS-ID-BASE
002550         MOVE 100 TO WS-ID-BASE
002560     END-IF.

002570     MOVE WS-ID-BASE TO WS-ID-DIGIT-WORK.
002580     MOVE ZERO TO WS-ID-DIGIT-SUM.
002590     PERFORM 2210-ADD-ONE-DIGIT THRU 2210-ADD-ONE-DIGIT-EXIT
002600         UNTIL WS-ID-DIGIT-WORK = ZERO.
002630     DIVIDE WS-ID-DIGIT-SUM BY 10
002640         GIVING WS-ID-SUM-QUOTIENT
002650         REMAINDER WS-ID-CHECK-DIGIT.
002660     COMPUTE WS-NEW-ID = WS-ID-BASE * 10 + WS-ID-CHECK-DIGIT.
002670 2200-NEXT-FREE-ID-EXIT.
002672     EXIT.

002674******************************************************************
002676* 2210-ADD-ONE-DIGIT - PEEL THE LOW DIGIT OFF THE BASE INTO THE
002678*                      DIGIT SUM.
002680******************************************************************
002682 2210-ADD-ONE-DIGIT.
002684     DIVIDE WS-ID-DIGIT-WORK BY 10 GIVING WS-ID-DIGIT-QUOT
002686         REMAINDER WS-ID-DIGIT.
002688     ADD WS-ID-DIGIT TO WS-ID-DIGIT-SUM.
002690     MOVE WS-ID-DIGIT-QUOT TO WS-ID-DIGIT-WORK.
002692 2210-ADD-ONE-DIGIT-EXIT.
002694     EXIT.

002696******************************************************************
002700* 3000-FINISH - CARRY THE LAST ID FORWARD AND CLOSE FILES.
002710******************************************************************
002720 3000-FINISH.
