000154*                    AND THE TERM RECORD (DEFICIENCY CYCLE).
000156*   2026-09-02  RO   OFFICIAL CENSUS DATE ADDED LIKEWISE
000158*                    (CENSUSFZ FREEZE).
000160*   2026-10-15  RO   TERM CREDIT MAXIMUM AND PROBATION
000162*                    MAXIMUM ADDED LIKEWISE (ENRLBAT LOAD
000163*                    CHECK); BLANK OR NON-NUMERIC LOADS ZERO.
000164*   2026-10-15  RO   PASS/FAIL ELECTION DEADLINE ADDED LIKEWISE
000165*                    (PFMNT); BLANK OR NON-NUMERIC LOADS ZERO.
000166*   2026-10-15  RO   PAYMENT DEADLINE ADDED LIKEWISE (NPAYCNCL);
000167*                    BLANK OR NON-NUMERIC LOADS ZERO.
000168******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.    TERMLOAD.
000190 AUTHOR.        R. OKONKWO.
000450     05  TI-GRADE-CLOSE-DATE  PIC 9(08).
000455     05  TI-MIDTERM-DATE      PIC 9(08).
000457     05  TI-CENSUS-DATE       PIC 9(08).
000458     05  TI-MAX-CREDITS       PIC 9(02).
000461     05  TI-PROBATION-MAX     PIC 9(02).
000464     05  TI-PF-DEADLINE       PIC 9(08).
000465     05  TI-PAY-DEADLINE      PIC 9(08).

000467 FD  TERM-CONTROL.
000470     COPY "termrec.cpy".

000480 FD  LOAD-RPT.
001190     MOVE TI-GRADE-OPEN-DATE TO TM-GRADE-OPEN-DATE.
001200     MOVE TI-GRADE-CLOSE-DATE TO TM-GRADE-CLOSE-DATE.
001205     MOVE TI-MIDTERM-DATE TO TM-MIDTERM-DATE.
001206     MOVE TI-CENSUS-DATE TO TM-CENSUS-DATE.
001207     MOVE ZERO TO TM-MAX-CREDITS.
001208     MOVE ZERO TO TM-PROBATION-MAX.
001209     IF TI-MAX-CREDITS NUMERIC
001210         MOVE TI-MAX-CREDITS TO TM-MAX-CREDITS
001211     END-IF.
001212     IF TI-PROBATION-MAX NUMERIC
001213         MOVE TI-PROBATION-MAX TO TM-PROBATION-MAX
001214     END-IF.
001215     MOVE ZERO TO TM-PF-DEADLINE.
001216     IF TI-PF-DEADLINE NUMERIC
001217         MOVE TI-PF-DEADLINE TO TM-PF-DEADLINE
001218     END-IF.
001219     MOVE ZERO TO TM-PAY-DEADLINE.
001220     IF TI-PAY-DEADLINE NUMERIC
001221         MOVE TI-PAY-DEADLINE TO TM-PAY-DEADLINE
001222     END-IF.
001223     MOVE WS-SAVED-LOCK-FLAG TO TM-LOCK-FLAG.
001224     WRITE TM-TERM-RECORD
001230         INVALID KEY
001240             REWRITE TM-TERM-RECORD
001250             ADD 1 TO WS-RECORDS-REPLACED
