000160*   PERSISTENCE RATE (STILL ACTIVE OVER COHORT SIZE) AND THE
000170*   GRADUATION RATE.  THE HISTORY FILE IS TABLED BY STUDENT ID
000180*   UP FRONT SO THE COHORT PASS DOES NO RESCANNING.
000182*   A STUDENT STILL CARRYING A RETIRED MAJOR THAT NAMES A
000184*   SUCCESSOR ON MAJORREF IS COUNTED UNDER THE SUCCESSOR, AND
000186*   THE SUCCESSOR'S LINE SAYS HOW MANY CAME FROM RETIRED CODES,
000188*   SO A COHORT'S FIGURES DO NOT SPLIT ACROSS A RECODE.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-09-02  RO   ORIGINAL PROGRAM.
000212*   2026-10-15  RO   EIGHT-DIGIT STUDENT ID - THE ONE-BYTE-PER-ID
000214*                    HISTORY FLAGS BECOME A TABLE OF ARCHIVED IDS
000216*                    SEARCHED ONLY FOR STUDENTS OFF THE MASTER.
000218*   2026-10-15  RO   RETIRED MAJORS COUNTED UNDER THEIR SUCCESSOR.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    COHORTRP.
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-MAST-STATUS.

000431     SELECT MAJOR-REFERENCE ASSIGN TO "MAJORREF"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS MJ-MAJOR-CODE
000435         FILE STATUS IS WS-REF-STATUS.

000440     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HIST-STATUS.
000550 FD  STUDENT-MASTER.
000560     COPY "studrec.cpy".

000563 FD  MAJOR-REFERENCE.
000566     COPY "mjrrec.cpy".

000570 FD  STUDENT-HISTORY.
000580     COPY "studhist.cpy".

000630     05  SW-COHORT-CODE       PIC X(05).
000640     05  SW-MAJOR-CODE        PIC X(04).
000650     05  SW-OUTCOME           PIC X(01).
000653     05  SW-FOLDED-SWITCH     PIC X(01).
000656         88  SW-FOLDED        VALUE "Y".

000660 WORKING-STORAGE SECTION.
000670     COPY "runhdr.cpy".
000720         88  WS-HIST-EOF      VALUE "Y".
000730     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
000740         88  WS-SORT-EOF      VALUE "Y".
000742     05  WS-REF-EOF-SWITCH    PIC X(01) VALUE "N".
000744         88  WS-REF-EOF       VALUE "Y".
000746     05  WS-HOP-SWITCH        PIC X(01) VALUE "N".
000748         88  WS-HOP-TAKEN     VALUE "Y".

000750 01  WS-FILE-STATUSES.
000760     05  WS-COH-STATUS        PIC X(02) VALUE "00".
000770     05  WS-MAST-STATUS       PIC X(02) VALUE "00".
000780     05  WS-HIST-STATUS       PIC X(02) VALUE "00".
000785     05  WS-REF-STATUS        PIC X(02) VALUE "00".
000790     05  WS-RPT-STATUS        PIC X(02) VALUE "00".

000800 01  WS-COUNTERS COMP.
000810     05  WS-COHORT-READ       PIC 9(05) VALUE ZERO.
000820     05  WS-HIST-TABLED       PIC 9(05) VALUE ZERO.
000823     05  WS-HIST-DROPPED      PIC 9(05) VALUE ZERO.
000826     05  WS-HIST-SUB          PIC 9(05) VALUE ZERO.

000830*    ARCHIVED-STUDENT IDS, SO THE COHORT PASS RESOLVES A
000840*    DEPARTED STUDENT WITHOUT RESCANNING THE SEQUENTIAL HISTORY
000850*    FILE PER STUDENT.  ONLY A STUDENT OFF THE MASTER IS LOOKED
000855*    UP, SO THE SEARCH IS RARE.
000860 01  WS-HIST-TABLE.
000870     05  WS-HIST-ID OCCURS 9999 TIMES
000880                              PIC 9(08).
000882 01  WS-HIST-MAX              PIC 9(05) COMP VALUE 9999.
000884 01  WS-HIST-FOUND-SWITCH     PIC X(01).
000886     88  WS-HIST-FOUND        VALUE "Y".

000887*    RETIRED MAJORS AND THE ACTIVE MAJOR NOW CARRYING EACH - A
000888*    CHAIN OF RETIREMENTS IS FOLLOWED TO ITS END WHEN TABLED.
000889 01  WS-SUCC-TABLE.
000890     05  WS-SUCC-ENTRY OCCURS 200 TIMES.
000891         10  WS-SC-RETIRED    PIC X(04).
000892         10  WS-SC-CURRENT    PIC X(04).
000893 01  WS-SUCC-COUNTERS COMP.
000894     05  WS-SUCC-COUNT        PIC 9(03) VALUE ZERO.
000895     05  WS-SUCC-MAX          PIC 9(03) VALUE 200.
000896     05  WS-SUCC-SUB          PIC 9(03) VALUE ZERO.
000897     05  WS-CHAIN-SUB         PIC 9(03) VALUE ZERO.
000898     05  WS-HOP-COUNT         PIC 9(03) VALUE ZERO.
000899     05  WS-FOUND-SUB         PIC 9(03) VALUE ZERO.

000900*    OUTCOME CODES RELEASED TO THE SORT:
000901*      A ACTIVE   I INACTIVE   W WITHDRAWN   G GRADUATED
000910*      H ARCHIVED (ON HISTORY)   U ON NEITHER FILE
000920 01  WS-OUTCOME               PIC X(01).

001000     05  WS-MJ-GRADUATED      PIC 9(05) VALUE ZERO.
001010     05  WS-MJ-ARCHIVED       PIC 9(05) VALUE ZERO.
001020     05  WS-MJ-UNKNOWN        PIC 9(05) VALUE ZERO.
001025     05  WS-MJ-FOLDED         PIC 9(05) VALUE ZERO.
001030 01  WS-COHORT-TALLIES COMP.
001040     05  WS-CT-SIZE           PIC 9(05) VALUE ZERO.
001050     05  WS-CT-ACTIVE         PIC 9(05) VALUE ZERO.
001640     END-IF.
001650     OPEN INPUT STUDENT-MASTER.

001651     OPEN INPUT MAJOR-REFERENCE.
001652     IF WS-REF-STATUS = "00"
001653         PERFORM 1200-TABLE-RETIRED THRU 1200-TABLE-RETIRED-EXIT
001654         CLOSE MAJOR-REFERENCE
001655     END-IF.

001660     MOVE ZERO TO WS-HIST-TABLE.
001670     OPEN INPUT STUDENT-HISTORY.
001680     IF WS-HIST-STATUS = "00"
001690         PERFORM 1100-TABLE-ONE-HISTORY
001840             SET WS-HIST-EOF TO TRUE
001850             GO TO 1100-TABLE-ONE-HISTORY-EXIT
001860     END-READ.
001870     IF SH-STUDENT-ID IS NOT NUMERIC OR SH-STUDENT-ID = ZERO
001872         GO TO 1100-TABLE-ONE-HISTORY-EXIT
001874     END-IF.
001876     IF WS-HIST-TABLED NOT < WS-HIST-MAX
001878         ADD 1 TO WS-HIST-DROPPED
001880         GO TO 1100-TABLE-ONE-HISTORY-EXIT
001882     END-IF.
001890     ADD 1 TO WS-HIST-TABLED.
001900     MOVE SH-STUDENT-ID TO WS-HIST-ID (WS-HIST-TABLED).
001910 1100-TABLE-ONE-HISTORY-EXIT.
001920     EXIT.

001921******************************************************************
001922* 1200-TABLE-RETIRED - TABLE EVERY INACTIVE MAJOR THAT NAMES A
001923*                      SUCCESSOR, THEN CARRY EACH ONE FORWARD TO
001924*                      THE END OF ITS CHAIN.
001925******************************************************************
001926 1200-TABLE-RETIRED.
001927     MOVE LOW-VALUES TO MJ-MAJOR-CODE.
001928     START MAJOR-REFERENCE KEY IS NOT LESS THAN MJ-MAJOR-CODE
001929         INVALID KEY
001930             SET WS-REF-EOF TO TRUE
001931     END-START.
001932     PERFORM 1210-TABLE-ONE-MAJOR THRU 1210-TABLE-ONE-MAJOR-EXIT
001933         UNTIL WS-REF-EOF.
001934     PERFORM 1220-FOLLOW-CHAIN THRU 1220-FOLLOW-CHAIN-EXIT
001935         VARYING WS-SUCC-SUB FROM 1 BY 1
001936         UNTIL WS-SUCC-SUB > WS-SUCC-COUNT.
001937 1200-TABLE-RETIRED-EXIT.
001938     EXIT.

001939 1210-TABLE-ONE-MAJOR.
001940     READ MAJOR-REFERENCE NEXT RECORD
001941         AT END
001942             SET WS-REF-EOF TO TRUE
001943             GO TO 1210-TABLE-ONE-MAJOR-EXIT
001944     END-READ.
001945     IF WS-REF-STATUS NOT = "00"
001946         SET WS-REF-EOF TO TRUE
001947         GO TO 1210-TABLE-ONE-MAJOR-EXIT
001948     END-IF.
001949     IF NOT MJ-INACTIVE OR MJ-SUCCESSOR-CODE = SPACES
001950         GO TO 1210-TABLE-ONE-MAJOR-EXIT
001951     END-IF.
001952     IF WS-SUCC-COUNT NOT < WS-SUCC-MAX
001953         SET WS-REF-EOF TO TRUE
001954         GO TO 1210-TABLE-ONE-MAJOR-EXIT
001955     END-IF.
001956     ADD 1 TO WS-SUCC-COUNT.
001957     MOVE MJ-MAJOR-CODE TO WS-SC-RETIRED (WS-SUCC-COUNT).
001958     MOVE MJ-SUCCESSOR-CODE TO WS-SC-CURRENT (WS-SUCC-COUNT).
001959 1210-TABLE-ONE-MAJOR-EXIT.
001960     EXIT.

001961******************************************************************
001962* 1220-FOLLOW-CHAIN - WHILE AN ENTRY'S SUCCESSOR WAS ITSELF
001963*                     RETIRED, MOVE IT ON; THE HOP LIMIT STOPS A
001964*                     MIS-KEYED LOOP.
001965******************************************************************
001966 1220-FOLLOW-CHAIN.
001967     MOVE ZERO TO WS-HOP-COUNT.
001968     SET WS-HOP-TAKEN TO TRUE.
001969     PERFORM 1230-ONE-HOP THRU 1230-ONE-HOP-EXIT
001970         UNTIL NOT WS-HOP-TAKEN
001971            OR WS-HOP-COUNT > WS-SUCC-COUNT.
001972 1220-FOLLOW-CHAIN-EXIT.
001973     EXIT.

001974 1230-ONE-HOP.
001975     MOVE "N" TO WS-HOP-SWITCH.
001976     ADD 1 TO WS-HOP-COUNT.
001977     PERFORM 1240-MATCH-HOP THRU 1240-MATCH-HOP-EXIT
001978         VARYING WS-CHAIN-SUB FROM 1 BY 1
001979         UNTIL WS-CHAIN-SUB > WS-SUCC-COUNT
001980            OR WS-HOP-TAKEN.
001981 1230-ONE-HOP-EXIT.
001982     EXIT.

001983 1240-MATCH-HOP.
001984     IF WS-SC-RETIRED (WS-CHAIN-SUB)
001985             = WS-SC-CURRENT (WS-SUCC-SUB)
001986         MOVE WS-SC-CURRENT (WS-CHAIN-SUB)
001987             TO WS-SC-CURRENT (WS-SUCC-SUB)
001988         SET WS-HOP-TAKEN TO TRUE
001989     END-IF.
001990 1240-MATCH-HOP-EXIT.
001991     EXIT.

001992******************************************************************
001993* 1500-RESOLVE-COHORT - INPUT PROCEDURE: ONE PASS OF THE COHORT
001994*                       FILE, RESOLVING EACH STUDENT'S OUTCOME.
001995******************************************************************
001996 1500-RESOLVE-COHORT.
001997     PERFORM 1600-READ-COHORT THRU 1600-READ-COHORT-EXIT.
001998     PERFORM 1700-ONE-STUDENT THRU 1700-ONE-STUDENT-EXIT
002000         UNTIL WS-EOF.
002010 1500-RESOLVE-COHORT-EXIT.
002020     EXIT.
002260         MOVE SM-ENROLLMENT-STATUS TO WS-OUTCOME
002270         MOVE SM-MAJOR-CODE TO SW-MAJOR-CODE
002280     ELSE
002283         PERFORM 1750-FIND-IN-HISTORY
002286             THRU 1750-FIND-IN-HISTORY-EXIT
002290         IF WS-HIST-FOUND
002300             MOVE "H" TO WS-OUTCOME
002310         ELSE
002320             MOVE "U" TO WS-OUTCOME
002350     END-IF.
002360     MOVE CO-COHORT-CODE TO SW-COHORT-CODE.
002370     MOVE WS-OUTCOME TO SW-OUTCOME.
002375     PERFORM 1760-FOLD-RETIRED THRU 1760-FOLD-RETIRED-EXIT.
002380     RELEASE SW-SORT-RECORD.
002390     PERFORM 1600-READ-COHORT THRU 1600-READ-COHORT-EXIT.
002400 1700-ONE-STUDENT-EXIT.
002401     EXIT.

002402******************************************************************
002403* 1750-FIND-IN-HISTORY - IS THE COHORT MEMBER AN ARCHIVED ID.
002404******************************************************************
002405 1750-FIND-IN-HISTORY.
002406     MOVE "N" TO WS-HIST-FOUND-SWITCH.
002407     PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
002408             UNTIL WS-HIST-SUB > WS-HIST-TABLED
002409                OR WS-HIST-FOUND
002410         IF WS-HIST-ID (WS-HIST-SUB) = CO-STUDENT-ID
002411             SET WS-HIST-FOUND TO TRUE
002412         END-IF
002413     END-PERFORM.
002414 1750-FIND-IN-HISTORY-EXIT.
002415     EXIT.

002416******************************************************************
002417* 1760-FOLD-RETIRED - A RETIRED MAJOR WITH A SUCCESSOR SORTS AND
002418*                     COUNTS UNDER THE SUCCESSOR.
002419******************************************************************
002420 1760-FOLD-RETIRED.
002421     MOVE "N" TO SW-FOLDED-SWITCH.
002422     MOVE ZERO TO WS-FOUND-SUB.
002423     PERFORM 1770-MATCH-RETIRED THRU 1770-MATCH-RETIRED-EXIT
002424         VARYING WS-SUCC-SUB FROM 1 BY 1
002425         UNTIL WS-SUCC-SUB > WS-SUCC-COUNT
002426            OR WS-FOUND-SUB > ZERO.
002427     IF WS-FOUND-SUB > ZERO
002428         MOVE WS-SC-CURRENT (WS-FOUND-SUB) TO SW-MAJOR-CODE
002429         SET SW-FOLDED TO TRUE
002430     END-IF.
002431 1760-FOLD-RETIRED-EXIT.
002432     EXIT.

002433 1770-MATCH-RETIRED.
002434     IF WS-SC-RETIRED (WS-SUCC-SUB) = SW-MAJOR-CODE
002435         MOVE WS-SUCC-SUB TO WS-FOUND-SUB
002436     END-IF.
002437 1770-MATCH-RETIRED-EXIT.
002438     EXIT.

002439******************************************************************
002440* 2000-PRINT-COHORTS - OUTPUT PROCEDURE: CONTROL BREAKS ON THE
002441*                      COHORT AND THE MAJOR WITHIN IT.
002450******************************************************************
002460 2000-PRINT-COHORTS.
002470     PERFORM 2100-RETURN-RECORD THRU 2100-RETURN-RECORD-EXIT.
003070             ADD 1 TO WS-MJ-UNKNOWN
003080             ADD 1 TO WS-CT-UNKNOWN
003090     END-EVALUATE.
003092     IF SW-FOLDED
003094         ADD 1 TO WS-MJ-FOLDED
003096     END-IF.

003100     PERFORM 2100-RETURN-RECORD THRU 2100-RETURN-RECORD-EXIT.
003110 2200-ONE-RECORD-EXIT.
003590     MOVE WS-TALLY-ED TO WS-REPORT-LINE (34:4).
003600     MOVE WS-MJ-UNKNOWN TO WS-TALLY-ED.
003610     MOVE WS-TALLY-ED TO WS-REPORT-LINE (39:4).
003611     IF WS-MJ-FOLDED > ZERO
003612         MOVE WS-MJ-FOLDED TO WS-TALLY-ED
003613         STRING "  (INCL "           DELIMITED BY SIZE
003614                WS-TALLY-ED          DELIMITED BY SIZE
003615                " UNDER RETIRED CODES)" DELIMITED BY SIZE
003616             INTO WS-REPORT-LINE (43:38)
003617     END-IF.
003620     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
003630 2500-MAJOR-LINE-EXIT.
003640     EXIT.
004210            WS-COUNT-ED              DELIMITED BY SIZE
004220         INTO WS-REPORT-LINE.
004230     WRITE CR-REPORT-LINE FROM WS-REPORT-LINE.
004231     IF WS-HIST-DROPPED > ZERO
004232         MOVE WS-HIST-DROPPED TO WS-COUNT-ED
004233         MOVE SPACES TO WS-REPORT-LINE
004234         STRING "HISTORY IDS UNTABLED: " DELIMITED BY SIZE
004236                WS-COUNT-ED              DELIMITED BY SIZE
004237             INTO WS-REPORT-LINE
004238         WRITE CR-REPORT-LINE FROM WS-REPORT-LINE
004239     END-IF.

004240     IF WS-COH-STATUS = "00" OR WS-COH-STATUS = "10"
004250         CLOSE COHORT-FILE
