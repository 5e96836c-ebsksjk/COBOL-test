                   select admin-rpt assign to "USERADRP"
                       organization is line sequential
                       file status is WS-RPT-STATUS.
                   select current-operator assign to "CUROPER"
                       organization is line sequential
                       file status is WS-CUROPER-STATUS.
                   select operator-log assign to "OPLOG"
                       organization is line sequential
                       file status is WS-OPLOG-STATUS.
                   select recert-decisions assign to "RECERTDC"
                       organization is line sequential
                       file status is WS-DECISION-STATUS.
                   select instructor-master assign to "INSTMAST"
                       organization is indexed
                       access mode is dynamic
                       record key is IN-INSTRUCTOR-ID
                       file status is WS-INS-STATUS.
           data division.
               file section.
               fd  user-master.
               copy "userrec.cpy".
               fd  admin-rpt.
               01 UA-REPORT-LINE PIC X(80).
               fd  current-operator.
               copy "curoper.cpy".
               fd  operator-log.
               copy "oplog.cpy".
               fd  recert-decisions.
               copy "recertdc.cpy".
               fd  instructor-master.
               copy "instrec.cpy".
               working-storage section.
               01 WS-USER-STATUS PIC X(2).
               01 WS-RPT-STATUS PIC X(2).
               01 WS-CUROPER-STATUS PIC X(2).
               01 WS-OPLOG-STATUS PIC X(2).
               01 WS-DECISION-STATUS PIC X(2).
               01 WS-INS-STATUS PIC X(2).
               01 WS-OPERATOR PIC X(5) VALUE "BATCH".
               01 WS-DECISION-EOF-SWITCH PIC X(1).
                   88 WS-DECISION-EOF VALUE "Y".
               01 WS-DECISIONS-APPLIED PIC 9(5).
               01 WS-DECISIONS-SKIPPED PIC 9(5).
               01 WS-LOGIN-ROLE PIC X(7).
               01 WS-MENU-CHOICE PIC X(1).
                   88 ADM-ADD          VALUE "1".
                   88 ADM-QUIT         VALUE "6".
                   88 ADM-ASSIGN-DEPT  VALUE "7".
                   88 ADM-LINK-STUDENT VALUE "8".
                   88 ADM-RECERTIFY    VALUE "9".
               01 WS-WORK-USERNAME PIC X(5).
               01 WS-WORK-PASSWORD PIC X(5).
               01 WS-WORK-ROLE PIC X(7).
               01 WS-WORK-DEPT PIC X(4).
               01 WS-WORK-CAMPUS PIC X(2).
               01 WS-WORK-STUDENT-ID PIC 9(8).
               01 WS-WORK-INSTRUCTOR-ID PIC X(5).
               01 WS-LINK-OK-SWITCH PIC X(1).
                   88 WS-LINK-OK VALUE "Y".
               01 WS-WORK-HASH PIC 9(8).
               01 WS-TODAY PIC 9(8).
               01 WS-CONFIRM-TEXT PIC X(40).
      *    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
               copy "audchn.cpy".

      *    USERADM IS THE ADMINISTERED PATH INTO THE USER MASTER -
      *    ADD STAFF, CHANGE ROLES, REMOVE LEAVERS, UNLOCK ACCOUNTS,
      *    AND FORCE A PASSWORD RESET - SO A LOCKOUT NO LONGER MEANS
      *    A DATA-CENTER TICKET TO HAND-PATCH THE FILE.  RESTRICTED
      *    TO OPERATORS WHO SIGN ON WITH THE ADMIN ROLE; EVERY ACTION
      *    IS CONFIRMED ON THE PRINTED ADMINISTRATION REPORT AND
      *    ENTERED ON THE OPERATOR LOG UNDER THE SIGNED-ON ADMIN.
           PROCEDURE DIVISION.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               DISPLAY "USER ADMINISTRATION - SIGN ON AS ADMIN".
                   STOP RUN
               END-IF.
               MOVE ZERO TO RETURN-CODE.
               PERFORM FETCH-OPERATOR.

               OPEN EXTEND ADMIN-RPT.
               IF WS-RPT-STATUS = "05" OR WS-RPT-STATUS = "35"
               DISPLAY "5. FORCE PASSWORD RESET".
               DISPLAY "6. QUIT".
               DISPLAY "7. ASSIGN DEPARTMENT".
               DISPLAY "8. LINK STUDENT OR INSTRUCTOR ID".
               DISPLAY "9. APPLY RECERTIFICATION DECISIONS".
               DISPLAY "ENTER CHOICE:".
               ACCEPT WS-MENU-CHOICE.
               EVALUATE TRUE
                   WHEN ADM-LINK-STUDENT
                       PERFORM LINK-STUDENT-ID
                           THRU LINK-STUDENT-ID-DONE
                   WHEN ADM-RECERTIFY
                       PERFORM APPLY-RECERTIFICATION
                           THRU APPLY-RECERTIFICATION-DONE
                   WHEN ADM-QUIT
                       CONTINUE
                   WHEN OTHER
               ACCEPT WS-WORK-USERNAME.
               DISPLAY "STARTING PASSWORD:".
               ACCEPT WS-WORK-PASSWORD WITH SECURE.
               DISPLAY "ROLE (ADMIN, STUDENT OR INSTRUCTOR):".
               ACCEPT WS-WORK-ROLE.
               IF WS-WORK-ROLE NOT = "ADMIN  "
                       AND WS-WORK-ROLE NOT = "STUDENT"
                       AND WS-WORK-ROLE NOT = "INSTRUC"
                   DISPLAY "UNKNOWN ROLE - NOTHING ADDED"
                   GO TO ADD-USER-DONE
               END-IF.
                   ACCEPT WS-WORK-STUDENT-ID
                   MOVE WS-WORK-STUDENT-ID TO UM-STUDENT-ID
               END-IF.
               IF WS-WORK-ROLE = "INSTRUC"
                   PERFORM LINK-INSTRUCTOR THRU LINK-INSTRUCTOR-DONE
                   IF NOT WS-LINK-OK
                       DISPLAY "NOTHING ADDED"
                       GO TO ADD-USER-DONE
                   END-IF
               END-IF.
               MOVE WS-TODAY TO UM-PASSWORD-CHANGED.
               SET UM-CHANGE-REQUIRED TO TRUE.
               WRITE UM-USER-RECORD
               IF WS-USER-STATUS NOT = "00"
                   GO TO CHANGE-ROLE-DONE
               END-IF.
               DISPLAY "NEW ROLE (ADMIN, STUDENT OR INSTRUCTOR):".
               ACCEPT WS-WORK-ROLE.
               IF WS-WORK-ROLE NOT = "ADMIN  "
                       AND WS-WORK-ROLE NOT = "STUDENT"
                       AND WS-WORK-ROLE NOT = "INSTRUC"
                   DISPLAY "UNKNOWN ROLE - NOTHING CHANGED"
                   GO TO CHANGE-ROLE-DONE
               END-IF.
      *    AN INSTRUCTOR ACCOUNT IS LINKED AS IT CHANGES ROLE; ONE
      *    LEAVING THE ROLE DROPS ITS INSTRUCTOR LINK.
               IF WS-WORK-ROLE = "INSTRUC" AND NOT UM-ROLE-INSTRUCTOR
                   PERFORM LINK-INSTRUCTOR THRU LINK-INSTRUCTOR-DONE
                   IF NOT WS-LINK-OK
                       DISPLAY "NOTHING CHANGED"
                       GO TO CHANGE-ROLE-DONE
                   END-IF
               END-IF.
               IF WS-WORK-ROLE NOT = "INSTRUC" AND UM-ROLE-INSTRUCTOR
                   MOVE ZERO TO UM-STUDENT-ID
               END-IF.
               MOVE WS-WORK-ROLE TO UM-ROLE.
               REWRITE UM-USER-RECORD.
               MOVE "ROLE CHANGED" TO WS-CONFIRM-TEXT.
               IF WS-USER-STATUS NOT = "00"
                   GO TO UNLOCK-ACCOUNT-DONE
               END-IF.
      *    A DISABLED ACCOUNT COMES BACK WITH A FORCED PASSWORD
      *    CHANGE - ITS OWNER HAS NOT SIGNED ON FOR MONTHS.
               IF UM-ACCOUNT-DISABLED
                   SET UM-CHANGE-REQUIRED TO TRUE
                   MOVE "RE-ENABLED - CHANGE FORCED AT NEXT SIGN-ON"
                       TO WS-CONFIRM-TEXT
               ELSE
                   MOVE "UNLOCKED, FAILED ATTEMPTS CLEARED"
                       TO WS-CONFIRM-TEXT
               END-IF.
               SET UM-ACCOUNT-OPEN TO TRUE.
               MOVE 0 TO UM-FAILED-ATTEMPTS.
               REWRITE UM-USER-RECORD.
               PERFORM CONFIRM-ACTION.
           UNLOCK-ACCOUNT-DONE.
               EXIT.

      *    LINK-STUDENT-ID TIES A STUDENT-ROLE ACCOUNT TO ITS OWN
      *    SM-STUDENT-ID SO THE SELF-SERVICE MENU VIEWS KNOW WHOSE
      *    RECORDS TO SHOW - AND ONLY WHOSE.  AN INSTRUCTOR-ROLE
      *    ACCOUNT IS LINKED TO ITS IN-INSTRUCTOR-ID INSTEAD.
           LINK-STUDENT-ID.
               DISPLAY "USERNAME:".
               ACCEPT WS-WORK-USERNAME.
               IF WS-USER-STATUS NOT = "00"
                   GO TO LINK-STUDENT-ID-DONE
               END-IF.
               IF UM-ROLE-INSTRUCTOR
                   PERFORM LINK-INSTRUCTOR THRU LINK-INSTRUCTOR-DONE
                   IF NOT WS-LINK-OK
                       DISPLAY "NOTHING CHANGED"
                       GO TO LINK-STUDENT-ID-DONE
                   END-IF
                   REWRITE UM-USER-RECORD
                   MOVE SPACES TO WS-CONFIRM-TEXT
                   STRING "LINKED TO INSTRUCTOR " DELIMITED BY SIZE
                          WS-WORK-INSTRUCTOR-ID DELIMITED BY SIZE
                       INTO WS-CONFIRM-TEXT
                   PERFORM CONFIRM-ACTION
                   GO TO LINK-STUDENT-ID-DONE
               END-IF.
               DISPLAY "LINKED STUDENT ID (0 = NONE):".
               ACCEPT WS-WORK-STUDENT-ID.
               MOVE WS-WORK-STUDENT-ID TO UM-STUDENT-ID.
           LINK-STUDENT-ID-DONE.
               EXIT.

      *    LINK-INSTRUCTOR TAKES THE INSTRUCTOR ID FOR AN
      *    INSTRUCTOR-ROLE ACCOUNT.  IT MUST BE AN ACTIVE INSTRUCTOR
      *    ON THE INSTRUCTOR MASTER - THE GRADE-ENTRY SCREENS TRUST
      *    IT TO SAY WHOSE SECTIONS THE ACCOUNT MAY GRADE.
           LINK-INSTRUCTOR.
               MOVE "N" TO WS-LINK-OK-SWITCH.
               DISPLAY "LINKED INSTRUCTOR ID:".
               ACCEPT WS-WORK-INSTRUCTOR-ID.
               OPEN INPUT INSTRUCTOR-MASTER.
               IF WS-INS-STATUS NOT = "00"
                   DISPLAY "INSTRUCTOR MASTER NOT AVAILABLE"
                   GO TO LINK-INSTRUCTOR-DONE
               END-IF.
               MOVE WS-WORK-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID.
               READ INSTRUCTOR-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF WS-INS-STATUS NOT = "00"
                   DISPLAY "INSTRUCTOR NOT ON MASTER: ",
                       WS-WORK-INSTRUCTOR-ID
               ELSE
                   IF NOT IN-ACTIVE
                       DISPLAY "INSTRUCTOR NOT ACTIVE: ",
                           WS-WORK-INSTRUCTOR-ID
                   ELSE
                       SET WS-LINK-OK TO TRUE
                   END-IF
               END-IF.
               CLOSE INSTRUCTOR-MASTER.
               IF WS-LINK-OK
                   MOVE ZERO TO UM-STUDENT-ID
                   MOVE WS-WORK-INSTRUCTOR-ID TO UM-INSTRUCTOR-ID
               END-IF.
           LINK-INSTRUCTOR-DONE.
               EXIT.

      *    APPLY-RECERTIFICATION WORKS THROUGH THE KEEP/REVOKE
      *    DECISIONS THE DEPARTMENT HEADS MARKED ON THE QUARTERLY
      *    LISTING (ACCTSWP).  A REVOKED ACCOUNT IS DISABLED, NOT
      *    DELETED, SO ITS HISTORY STAYS ATTACHED; A KEPT ACCOUNT
      *    IS LEFT AS IT IS AND THE DECISION IS RECORDED.  A
      *    DECISION FOR AN ACCOUNT NO LONGER IN THE DEPARTMENT IT
      *    WAS LISTED UNDER IS SKIPPED.
           APPLY-RECERTIFICATION.
               MOVE ZERO TO WS-DECISIONS-APPLIED.
               MOVE ZERO TO WS-DECISIONS-SKIPPED.
               MOVE "N" TO WS-DECISION-EOF-SWITCH.
               OPEN INPUT RECERT-DECISIONS.
               IF WS-DECISION-STATUS NOT = "00"
                   DISPLAY "NO RECERTIFICATION DECISIONS ON FILE"
                   GO TO APPLY-RECERTIFICATION-DONE
               END-IF.
               PERFORM APPLY-ONE-DECISION
                   THRU APPLY-ONE-DECISION-DONE
                   UNTIL WS-DECISION-EOF.
               CLOSE RECERT-DECISIONS.
               DISPLAY "DECISIONS APPLIED: ", WS-DECISIONS-APPLIED,
                   "  SKIPPED: ", WS-DECISIONS-SKIPPED.
           APPLY-RECERTIFICATION-DONE.
               EXIT.

           APPLY-ONE-DECISION.
               READ RECERT-DECISIONS
                   AT END
                       SET WS-DECISION-EOF TO TRUE
                       GO TO APPLY-ONE-DECISION-DONE
               END-READ.
               IF WS-DECISION-STATUS NOT = "00"
                   SET WS-DECISION-EOF TO TRUE
                   GO TO APPLY-ONE-DECISION-DONE
               END-IF.
               MOVE RD-USERNAME TO WS-WORK-USERNAME.
               IF NOT RD-KEEP AND NOT RD-REVOKE
                   DISPLAY "NO KEEP/REVOKE MARK - SKIPPED: ",
                       WS-WORK-USERNAME
                   ADD 1 TO WS-DECISIONS-SKIPPED
                   GO TO APPLY-ONE-DECISION-DONE
               END-IF.
               PERFORM FETCH-USER.
               IF WS-USER-STATUS NOT = "00"
                   ADD 1 TO WS-DECISIONS-SKIPPED
                   GO TO APPLY-ONE-DECISION-DONE
               END-IF.
               IF UM-DEPARTMENT NOT = RD-DEPARTMENT
                   DISPLAY "NOT IN THE REVIEWING DEPARTMENT - ",
                       "SKIPPED: ", WS-WORK-USERNAME
                   ADD 1 TO WS-DECISIONS-SKIPPED
                   GO TO APPLY-ONE-DECISION-DONE
               END-IF.
               IF RD-REVOKE
                   SET UM-ACCOUNT-DISABLED TO TRUE
                   REWRITE UM-USER-RECORD
                   MOVE "REVOKED AT RECERTIFICATION - DISABLED"
                       TO WS-CONFIRM-TEXT
               ELSE
                   MOVE "KEPT AT RECERTIFICATION"
                       TO WS-CONFIRM-TEXT
               END-IF.
               ADD 1 TO WS-DECISIONS-APPLIED.
               PERFORM CONFIRM-ACTION.
           APPLY-ONE-DECISION-DONE.
               EXIT.

           FETCH-USER.
               MOVE WS-WORK-USERNAME TO UM-USERNAME.
               READ USER-MASTER
                       DISPLAY "USER NOT FOUND: ", WS-WORK-USERNAME
               END-READ.

      *    FETCH-OPERATOR PICKS UP THE ADMIN WHO JUST SIGNED ON
      *    (LOGIN LEAVES THE USERNAME ON CUROPER) FOR THE OPERATOR
      *    LOG ENTRIES.
           FETCH-OPERATOR.
               OPEN INPUT CURRENT-OPERATOR.
               IF WS-CUROPER-STATUS = "00"
                   READ CURRENT-OPERATOR
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-CUROPER-STATUS = "00"
                       MOVE CO-USERNAME TO WS-OPERATOR
                   END-IF
                   CLOSE CURRENT-OPERATOR
               END-IF.

      *    CONFIRM-ACTION ECHOES THE ACTION TO THE OPERATOR, PRINTS
      *    IT ON THE ADMINISTRATION REPORT, AND ENTERS IT ON THE
      *    OPERATOR LOG.
           CONFIRM-ACTION.
               DISPLAY WS-WORK-USERNAME, " ", WS-CONFIRM-TEXT.
               MOVE SPACES TO UA-REPORT-LINE.
                      WS-CONFIRM-TEXT  DELIMITED BY SIZE
                   INTO UA-REPORT-LINE.
               WRITE UA-REPORT-LINE.
               PERFORM WRITE-OPERATOR-LOG.

           WRITE-OPERATOR-LOG.
               OPEN EXTEND OPERATOR-LOG.
               IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
                   OPEN OUTPUT OPERATOR-LOG
               END-IF.
               IF WS-OPLOG-STATUS = "00"
                   MOVE WS-OPERATOR TO OL-USERNAME
                   MOVE "USERADM " TO OL-PROGRAM-NAME
                   MOVE WS-TODAY TO OL-ACTIVITY-DATE
                   ACCEPT OL-ACTIVITY-TIME FROM TIME
                   SET AC-FILE-OPLOG TO TRUE
                   MOVE SPACES TO AC-RECORD-BODY
                   MOVE OL-ACTIVITY-RECORD (1:29)
                       TO AC-RECORD-BODY (1:29)
                   MOVE 29 TO AC-BODY-LENGTH
                   CALL "AUDCHAIN" USING AC-CHAIN-AREA
                   MOVE AC-RUN-SEQ TO OL-RUN-SEQ
                   MOVE AC-CHAIN-CHECK TO OL-CHAIN-CHECK
                   WRITE OL-ACTIVITY-RECORD
                   CLOSE OPERATOR-LOG
               END-IF.
           END PROGRAM USERADM.
