000230*   2026-09-02  RO   OPTIONAL CAMPUS FILTER ON PORTPARM -
000240*                    ONLY STUDENTS HOMED AT THAT CAMPUS
000250*                    (STUDEMOG) FEED THE PORTAL.
000255*   2026-10-15  RO   STUDENT ID WIDENED TO EIGHT DIGITS.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    PORTEXT.
000930*    STUDENTS TOUCHED SINCE THE CHANGED-SINCE DATE, FROM THE
000940*    CHANGE-HISTORY FILE, FOR THE CHANGED-SINCE SELECTION.
000950 01  WS-CHANGED-TABLE.
000960     05  WS-CHANGED-ID OCCURS 500 TIMES PIC 9(08).
000970 01  WS-CHANGED-USED          PIC 9(03) COMP VALUE ZERO.
000980 01  WS-CHANGED-SUB           PIC 9(03) COMP.

