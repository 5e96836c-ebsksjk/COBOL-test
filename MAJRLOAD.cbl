000100*   ALREADY EXISTS REPLACES THE PRIOR ENTRY, SO THE SAME INPUT
000110*   CAN BE RERUN SAFELY.  PRODUCES A LOAD REPORT WITH
000120*   ADDED/REPLACED/REJECTED COUNTS.
000123*   A REPLACED ENTRY KEEPS THE SUCCESSOR AND RETIREMENT DATE THE
000126*   RECODE RUN (MAJRECOD) RECORDED ON IT.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY.
000150*   2026-08-22  RO   ORIGINAL PROGRAM.
000153*   2026-10-15  RO   SUCCESSOR CODE AND RETIREMENT DATE KEPT
000156*                    ACROSS A RELOAD (MAJRECOD).
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.    MAJRLOAD.
001220     END-IF.

001230     MOVE MI-MAJOR-CODE TO MJ-MAJOR-CODE.
001231*    THE DEAN'S LIST DOES NOT CARRY THE SUCCESSOR - AN ENTRY
001232*    ALREADY ON FILE KEEPS WHATEVER THE RECODE RUN SET.
001233     READ MAJOR-REFERENCE
001234         INVALID KEY
001235             MOVE SPACES TO MJ-SUCCESSOR-CODE
001236             MOVE ZERO TO MJ-RETIRED-DATE
001237     END-READ.
001238     MOVE MI-MAJOR-CODE TO MJ-MAJOR-CODE.
001240     MOVE MI-DEPARTMENT-NAME TO MJ-DEPARTMENT-NAME.
001250     MOVE MI-ACTIVE-FLAG TO MJ-ACTIVE-FLAG.
001260     WRITE MJ-MAJOR-RECORD
