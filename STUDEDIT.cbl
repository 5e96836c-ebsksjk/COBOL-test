000210*   2026-08-22  RO   CLEAN OUTPUT SORTED BY STUDENT SO THE
000220*                    UPDATE SEES SAME-NIGHT TRANSACTIONS FOR
000230*                    ONE STUDENT AS A GROUP.
000233*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS; HEADING
000236*                    AND CLEAN/REJECT RECORDS WIDENED TO MATCH.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    STUDEDIT.
000530     COPY "studtran.cpy".

000540 FD  CLEAN-TRANSACTIONS.
000550 01  CT-CLEAN-RECORD          PIC X(45).

000560 FD  EDIT-REJECTS.
000570 01  RJ-EDIT-REJECT.
000580     05  RJ-TRANSACTION       PIC X(45).
000590     05  RJ-REASON            PIC X(02).

000600 FD  EDIT-RPT.
000670 SD  SORT-WORK.
000680 01  SE-SORT-RECORD.
000690     05  SE-TRANSACTION.
000700         10  SE-STUDENT-ID    PIC 9(08).
000710         10  SE-TRANS-REST    PIC X(37).
000720     05  SE-ARRIVAL-SEQ       PIC 9(05).

000730 WORKING-STORAGE SECTION.
001330     OPEN OUTPUT EDIT-RPT.
001340     MOVE "STUDENT TRANSACTION EDIT REPORT" TO WS-REPORT-LINE.
001350     WRITE ED-REPORT-LINE FROM WS-REPORT-LINE.
001360     MOVE "STUDENT      NAME             TYPE  DISPOSITION"
001370         TO WS-REPORT-LINE.
001380     WRITE ED-REPORT-LINE FROM WS-REPORT-LINE.

