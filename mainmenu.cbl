                       access mode is dynamic
                       record key is TS-SUMMARY-KEY
                       file status is WS-SUMM-STATUS.
                   select ticket-file assign to "TIMETKT"
                       organization is indexed
                       access mode is dynamic
                       record key is TK-TICKET-KEY
                       file status is WS-TKT-STATUS.
                   select name-history assign to "NAMEHIST"
                       organization is indexed
                       access mode is dynamic
                       record key is LH-HISTORY-KEY
                       alternate record key is LH-FORMER-LAST
                           with duplicates
                       file status is WS-NHIST-STATUS.
                   select advisor-file assign to "ADVASSGN"
                       organization is indexed
                       access mode is dynamic
                       record key is AV-STUDENT-ID
                       file status is WS-ADV-STATUS.
                   select instructor-master assign to "INSTMAST"
                       organization is indexed
                       access mode is dynamic
                       record key is IN-INSTRUCTOR-ID
                       file status is WS-INS-STATUS.
                   select advisor-history assign to "ADVHIST"
                       organization is line sequential
                       file status is WS-AHIST-STATUS.
                   select notify-queue assign to "NOTIFQUE"
                       organization is line sequential
                       file status is WS-NOTIF-STATUS.
                   select operator-log assign to "OPLOG"
                       organization is line sequential
                       file status is WS-OPLOG-STATUS.
                   select term-control assign to "TERMFILE"
                       organization is indexed
                       access mode is dynamic
                       record key is TM-TERM-CODE
                       file status is WS-TERM-STATUS.
                   select offering-file assign to "CRSOFFER"
                       organization is indexed
                       access mode is dynamic
                       record key is OF-OFFER-KEY
                       file status is WS-OFF-STATUS.
           data division.
               file section.
               fd  master-lock.
               copy "waitlist.cpy".
               fd  term-summary.
               copy "trmsumm.cpy".
               fd  ticket-file.
               copy "timetkt.cpy".
               fd  name-history.
               copy "namehist.cpy".
               fd  advisor-file.
               copy "advrec.cpy".
               fd  instructor-master.
               copy "instrec.cpy".
               fd  advisor-history.
               copy "advhist.cpy".
               fd  notify-queue.
               copy "notifrec.cpy".
               fd  operator-log.
               copy "oplog.cpy".
               fd  term-control.
               copy "termrec.cpy".
               fd  offering-file.
               copy "crsoffer.cpy".
               working-storage section.
               01 WS-MENU-CHOICE PIC X(1).
                   88 MENU-LOGIN           VALUE "1".
                   88 MENU-MY-GRADES       VALUE "9".
                   88 MENU-MY-HOLDS        VALUE "H".
                   88 MENU-MY-WAITLIST     VALUE "W".
                   88 MENU-MY-TICKET       VALUE "T".
                   88 MENU-HOLD-MAINT      VALUE "P".
                   88 MENU-ADVISOR-MAINT   VALUE "A".
                   88 MENU-ADD-DROP        VALUE "R".
                   88 MENU-MY-SECTIONS     VALUE "S".
                   88 MENU-GRADE-ENTRY     VALUE "G".
                   88 MENU-MISSING-GRADES  VALUE "M".
               01 WS-LOOKUP-ID PIC 9(8).
               01 WS-MAST-STATUS PIC X(2).
               01 WS-LOCK-STATUS PIC X(2).
               01 WS-DEMO-STATUS PIC X(2).
               01 WS-LOGIN-ROLE PIC X(7).
                   88 ROLE-ADMIN VALUE "ADMIN  ".
                   88 ROLE-STUDENT VALUE "STUDENT".
                   88 ROLE-INSTRUCTOR VALUE "INSTRUC".
               01 WS-SIGNED-ON-SWITCH PIC X(1) VALUE "N".
                   88 WS-SIGNED-ON VALUE "Y".
               01 WS-BROWSE-FIELDS.
                   05 WS-BROWSE-NAME PIC A(15).
                   05 WS-BROWSE-ID PIC 9(8).
                   05 WS-NEXT-START-ID PIC 9(9).
                   05 WS-PAGE-LINES PIC 9(2).
                   05 WS-PAGE-SIZE PIC 9(2) VALUE 10.
                   05 WS-BROWSE-CHOICE PIC X(1).
                   05 WS-PAGE-EOF-SWITCH PIC X(1).
                       88 WS-PAGE-EOF VALUE "Y".
               01 WS-PAGE-STACK.
                   05 WS-PAGE-TOP-ID OCCURS 50 TIMES PIC 9(8).
               01 WS-PAGE-DEPTH PIC 9(2).
               01 WS-CUROPER-STATUS PIC X(2).
               01 WS-USER-STATUS PIC X(2).
               01 WS-HOLD-STATUS PIC X(2).
               01 WS-WAIT-STATUS PIC X(2).
               01 WS-SUMM-STATUS PIC X(2).
               01 WS-TKT-STATUS PIC X(2).
               01 WS-NHIST-STATUS PIC X(2).
               01 WS-ADV-STATUS PIC X(2).
               01 WS-INS-STATUS PIC X(2).
               01 WS-AHIST-STATUS PIC X(2).
               01 WS-NOTIF-STATUS PIC X(2).
               01 WS-OPLOG-STATUS PIC X(2).
               01 WS-TERM-STATUS PIC X(2).
               01 WS-OFF-STATUS PIC X(2).
      *    ONLINE HOLD AND ADVISOR MAINTENANCE - ONE CHANGE PER
      *    SCREEN, VALIDATED AS HOLDMNT AND ADVMAINT VALIDATE THEIR
      *    TRANSACTIONS.
               01 WS-MAINT-FIELDS.
                   05 WS-MT-ACTION PIC X(1).
                       88 WS-MT-PLACE VALUE "P".
                       88 WS-MT-RELEASE VALUE "R".
                   05 WS-MT-STUDENT-ID PIC 9(8).
                   05 WS-MT-HOLD-TYPE PIC X(1).
                   05 WS-MT-TRANSCRIPT-FLAG PIC X(1).
                   05 WS-MT-ADVISOR-ID PIC X(5).
                   05 WS-MT-OLD-ADVISOR PIC X(5).
                   05 WS-MT-CONFIRM PIC X(1).
                       88 WS-MT-CONFIRMED VALUE "Y".
                   05 WS-MT-REJECT-TEXT PIC X(30).
                   05 WS-MT-DONE-TEXT PIC X(30).
      *    SET FOR THE HOLD SCREEN SO CONFIRM-MAINT-STUDENT HOLDS A
      *    DEPARTMENT-SCOPED OPERATOR TO THEIR OWN STUDENTS.
               01 WS-MT-SCOPE-SWITCH PIC X(1) VALUE "N".
                   88 WS-MT-SCOPE-CHECK VALUE "Y".
      *    THE SIGNED-ON USER MAY USE THE HOLD AND ADVISOR SCREENS -
      *    AN ADMIN, OR DEPARTMENT-SCOPED STAFF (OPERSCOP), RESOLVED
      *    AT SIGN-ON.
               01 WS-MAINT-ACCESS-SWITCH PIC X(1) VALUE "N".
                   88 WS-MAINT-ACCESS VALUE "Y".
               01 WS-TODAY PIC 9(8).
      *    ONLINE ADD/DROP - ONE TRANSACTION PER SCREEN, ALWAYS FOR
      *    THE SIGNED-ON STUDENT AND THE REGISTRATION TERM, CHECKED
      *    AND POSTED BY ENRLAPLY AS THE BATCH'S ARE.
               01 WS-REG-FIELDS.
                   05 WS-RG-ACTION PIC X(1).
                       88 WS-RG-ADD VALUE "A".
                       88 WS-RG-DROP VALUE "D".
                   05 WS-RG-COURSE PIC X(6).
                   05 WS-RG-SECTION PIC X(2).
                   05 WS-RG-TERM PIC X(5).
                   05 WS-RG-LAST-DAY PIC 9(8).
                   05 WS-RG-NOW PIC 9(8).
                   05 WS-RG-CONFIRM PIC X(1).
                       88 WS-RG-CONFIRMED VALUE "Y".
                   05 WS-RG-REJECT-TEXT PIC X(40).
                   05 WS-RG-POSITION-ED PIC ZZ9.
               01 WS-REG-LOCK-SWITCH PIC X(1) VALUE "N".
                   88 WS-REG-LOCK-CHECK VALUE "Y".
      *    THE SIGNED-ON STUDENT'S OWN ID (USERMAST LINK), RESOLVED
      *    AT SIGN-ON.  EVERY SELF-SERVICE VIEW IS HARD-LIMITED TO
      *    IT - NO ID IS EVER ACCEPTED FROM THE KEYBOARD.
               01 WS-OWN-STUDENT-ID PIC 9(8) VALUE ZERO.
      *    THE SIGNED-ON INSTRUCTOR'S OWN IN-INSTRUCTOR-ID (USERMAST
      *    LINK).  THE ROSTER AND GRADE-ENTRY SCREENS ONLY EVER SHOW
      *    SECTIONS WHERE IT IS THE INSTRUCTOR OF RECORD.
               01 WS-OWN-INSTRUCTOR-ID PIC X(5) VALUE SPACES.
      *    ONLINE GRADE ENTRY - THE OPEN GRADING TERM (RUNPARM'S
      *    GRADING SETTING), THE SECTION BEING WORKED, AND THE
      *    POSTING HANDED TO UNTERPROGRAMM2.
               01 WS-GRADING-FIELDS.
                   05 WS-GT-TERM PIC X(5).
                   05 WS-GT-REJECT-TEXT PIC X(40).
                   05 WS-GT-COURSE PIC X(6).
                   05 WS-GT-SECTION PIC X(2).
                   05 WS-GT-STUDENT-ID PIC 9(8).
                   05 WS-GT-GRADE PIC X(2).
                   05 WS-GT-STATUS-CODE PIC X(2).
                       88 WS-GT-POSTED VALUE "OK".
                   05 WS-GT-OLD-GRADE PIC X(2).
                   05 WS-GT-OLD-SEQ PIC 9(2).
                   05 WS-GT-PROBE-SEQ PIC 9(2).
                   05 WS-GT-PROBE-SWITCH PIC X(1).
                       88 WS-GT-PROBE-DONE VALUE "Y".
                   05 WS-GT-GRADES-SWITCH PIC X(1).
                       88 WS-GT-GRADES-OPEN VALUE "Y".
                   05 WS-GT-SUPERSEDE-SWITCH PIC X(1).
                       88 WS-GT-OLD-SUPERSEDED VALUE "Y".
                   05 WS-GT-ENTRY-SWITCH PIC X(1).
                       88 WS-GT-ENTRY-DONE VALUE "Y".
                   05 WS-GT-OFF-EOF-SWITCH PIC X(1).
                       88 WS-GT-OFF-EOF VALUE "Y".
                   05 WS-GT-ENRL-EOF-SWITCH PIC X(1).
                       88 WS-GT-ENRL-EOF VALUE "Y".
                   05 WS-GT-LIST-SWITCH PIC X(1).
                       88 WS-GT-COUNT-ONLY VALUE "C".
                       88 WS-GT-LIST-ROSTER VALUE "R".
                       88 WS-GT-LIST-MISSING VALUE "M".
                   05 WS-GT-SECTIONS PIC 9(3).
                   05 WS-GT-ENROLLED PIC 9(3).
                   05 WS-GT-MISSING PIC 9(3).
      *    AND THE NAME THE SELF-SERVICE MENU CALLS THEM BY - THE
      *    PREFERRED NAME FROM STUDNAME, ELSE THE MASTER NAME.
               01 WS-OWN-NAME PIC X(60) VALUE SPACES.
      *    FORMER-NAME PASS OF THE NAME BROWSE (NAMEHIST).
               01 WS-FORMER-KEY PIC X(35).
               01 WS-FORMER-LEN PIC 9(2).
               01 WS-FORMER-EOF-SWITCH PIC X(1).
                   88 WS-FORMER-EOF VALUE "Y".
               01 WS-FORMER-SHOWN PIC 9(3).
               01 WS-SELF-EOF-SWITCH PIC X(1).
                   88 WS-SELF-EOF VALUE "Y".
               01 WS-SELF-LINES PIC 9(3).
                       10 WS-WT-COUNT PIC 9(3).
               01 WS-WT-SUB PIC 9(1).
               01 WS-WT-FOUND PIC 9(1).
      *    CALL AREA FOR THE GRADE-SCALE SERVICE (GRDVALUE).
               copy "grdval.cpy".
      *    CALL AREA FOR THE STUDENT RECORD-ACCESS LOG (ACCSLOGW).
               copy "accsarea.cpy".
      *    CALL AREA FOR THE STUDENT NAME SERVICE (NAMEFMT).
               copy "namefmt.cpy".
      *    CALL AREA FOR THE OPERATOR-SCOPE SERVICE (OPERSCOP).
               copy "operscop.cpy".
      *    CALL AREA FOR THE AUDIT-CHAIN SEQUENCING SERVICE.
               copy "audchn.cpy".
      *    CALL AREA FOR THE RUN-CONTROL SERVICE (RUNPARM).
               copy "runparm.cpy".
      *    CALL AREA FOR THE REGISTRATION SERVICE (ENRLAPLY).
               copy "enrlaply.cpy".
      *    THE ADD OR DROP HANDED TO ENRLAPLY.
               copy "enrltran.cpy".
           PROCEDURE DIVISION.
               PERFORM MAIN-LOOP THRU MAIN-LOOP-DONE
                   UNTIL MENU-QUIT.
      *    THE MENU IS TRIMMED TO WHAT THE SIGNED-ON ROLE MAY DO:
      *    NOTHING BUT SIGN-ON AND QUIT UNTIL A SUCCESSFUL LOGIN
      *    (RETURN-CODE 0), LOOKUP AND PASSWORD CHANGE FOR THE
      *    STUDENT ROLE, AND EVERYTHING FOR ADMIN - INCLUDING THE
      *    ONLINE HOLD AND ADVISOR CHANGES, WHICH DEPARTMENT-SCOPED
      *    STAFF ALSO GET FOR THEIR OWN DEPARTMENT.  A STUDENT MAY
      *    ALSO ADD AND DROP SECTIONS DURING THE REGISTRATION
      *    WINDOW.  AN INSTRUCTOR SEES ONLY THEIR OWN SECTIONS OF THE
      *    OPEN GRADING TERM AND KEYS THEIR GRADES.  THE DISPATCH CHECKS
      *    THE SAME RULES, SO A KEYED-IN CHOICE THAT WAS NOT OFFERED
      *    IS REFUSED RATHER THAN QUIETLY RUN.
           MAIN-LOOP.
               DISPLAY " ".
               DISPLAY "=== MAIN MENU ===".
               IF WS-SIGNED-ON AND ROLE-STUDENT
                       AND WS-OWN-NAME NOT = SPACES
                   DISPLAY "STUDENT: ", WS-OWN-NAME
               END-IF.
               DISPLAY "1. LOGIN".
               IF WS-SIGNED-ON AND ROLE-ADMIN
                   DISPLAY "2. CALCULATOR"
                   DISPLAY "5. STUDENT BROWSE BY NAME"
                   DISPLAY "6. STUDENT BROWSE BY ID RANGE"
               END-IF.
               IF WS-SIGNED-ON AND WS-MAINT-ACCESS
                   DISPLAY "P. PLACE OR RELEASE A HOLD"
                   DISPLAY "A. ASSIGN OR REASSIGN AN ADVISOR"
               END-IF.
               IF WS-SIGNED-ON
                   DISPLAY "7. CHANGE PASSWORD"
               END-IF.
                   DISPLAY "9. MY GRADES AND GPA"
                   DISPLAY "H. MY HOLDS"
                   DISPLAY "W. MY WAITLIST POSITIONS"
                   DISPLAY "T. MY REGISTRATION TIME TICKET"
                   DISPLAY "R. ADD OR DROP A SECTION"
               END-IF.
               IF WS-SIGNED-ON AND ROLE-INSTRUCTOR
                       AND WS-OWN-INSTRUCTOR-ID NOT = SPACES
                   DISPLAY "S. MY SECTIONS AND GRADE STATUS"
                   DISPLAY "G. ENTER OR CHANGE GRADES"
                   DISPLAY "M. MY MISSING GRADES"
               END-IF.
               DISPLAY "ENTER CHOICE:".
               ACCEPT WS-MENU-CHOICE.
                   DISPLAY "NOT AUTHORIZED FOR YOUR ROLE"
                   GO TO MAIN-LOOP-DONE
               END-IF.
               IF WS-SIGNED-ON AND NOT WS-MAINT-ACCESS
                       AND (MENU-HOLD-MAINT OR MENU-ADVISOR-MAINT)
                   DISPLAY "NOT AUTHORIZED FOR YOUR ROLE"
                   GO TO MAIN-LOOP-DONE
               END-IF.
               IF (MENU-MY-SCHEDULE OR MENU-MY-GRADES
                       OR MENU-MY-HOLDS OR MENU-MY-WAITLIST
                       OR MENU-MY-TICKET OR MENU-ADD-DROP)
                       AND (NOT ROLE-STUDENT
                           OR WS-OWN-STUDENT-ID = ZERO)
                   DISPLAY "NO LINKED STUDENT RECORD FOR THIS USER"
                   GO TO MAIN-LOOP-DONE
               END-IF.
               IF (MENU-MY-SECTIONS OR MENU-GRADE-ENTRY
                       OR MENU-MISSING-GRADES)
                       AND (NOT ROLE-INSTRUCTOR
                           OR WS-OWN-INSTRUCTOR-ID = SPACES)
                   DISPLAY "NO LINKED INSTRUCTOR RECORD FOR THIS USER"
                   GO TO MAIN-LOOP-DONE
               END-IF.

               EVALUATE TRUE
                   WHEN MENU-LOGIN
                           SET WS-SIGNED-ON TO TRUE
                           MOVE ZERO TO RETURN-CODE
                           DISPLAY "SIGNED IN ROLE: ", WS-LOGIN-ROLE
                           CANCEL "OPERSCOP"
                           PERFORM RESOLVE-MAINT-ACCESS
                               THRU RESOLVE-MAINT-ACCESS-DONE
                           PERFORM RESOLVE-OWN-STUDENT
                               THRU RESOLVE-OWN-STUDENT-DONE
                       ELSE
                           MOVE "N" TO WS-SIGNED-ON-SWITCH
                           MOVE "N" TO WS-MAINT-ACCESS-SWITCH
                           MOVE SPACES TO WS-LOGIN-ROLE
                           MOVE ZERO TO RETURN-CODE
                           DISPLAY "SIGN-ON FAILED"
                   WHEN MENU-MY-WAITLIST
                       PERFORM SHOW-MY-WAITLIST
                           THRU SHOW-MY-WAITLIST-DONE
                   WHEN MENU-MY-TICKET
                       PERFORM SHOW-MY-TICKETS
                           THRU SHOW-MY-TICKETS-DONE
                   WHEN MENU-HOLD-MAINT
                       PERFORM MAINTAIN-HOLD THRU MAINTAIN-HOLD-DONE
                   WHEN MENU-ADVISOR-MAINT
                       PERFORM ASSIGN-ADVISOR
                           THRU ASSIGN-ADVISOR-DONE
                   WHEN MENU-ADD-DROP
                       PERFORM ADD-DROP-SECTION
                           THRU ADD-DROP-SECTION-DONE
                   WHEN MENU-MY-SECTIONS
                       PERFORM SHOW-MY-SECTIONS
                           THRU SHOW-MY-SECTIONS-DONE
                   WHEN MENU-GRADE-ENTRY
                       PERFORM ENTER-SECTION-GRADES
                           THRU ENTER-SECTION-GRADES-DONE
                   WHEN MENU-MISSING-GRADES
                       PERFORM SHOW-MISSING-GRADES
                           THRU SHOW-MISSING-GRADES-DONE
                   WHEN MENU-QUIT
                       CONTINUE
                   WHEN OTHER

      *    LOOKUP-STUDENT DISPLAYS ONE STUDENT MASTER RECORD BY ID,
      *    READ-ONLY - IT DOES NOT CALL UNTERPROGRAMM1/2 OR WRITE THE
      *    FILE, UNLIKE STUDMAIN'S UPDATE FLOW.  EVERY STUDENT SHOWN
      *    HERE OR ON A BROWSE PAGE IS LOGGED TO THE RECORD-ACCESS LOG.
           LOOKUP-STUDENT.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               IF WS-MASTER-LOCKED
                       DISPLAY "STUDENT NOT FOUND: ", WS-LOOKUP-ID
               END-READ.
               IF WS-MAST-STATUS = "00"
                   MOVE SM-STUDENT-ID TO VA-STUDENT-ID
                   SET VA-VIEWED TO TRUE
                   PERFORM LOG-STUDENT-ACCESS
                   PERFORM RESOLVE-DISPLAY-NAME
                       THRU RESOLVE-DISPLAY-NAME-DONE
                   DISPLAY "ID: ", SM-STUDENT-ID
                       DISPLAY "MAJOR CODE: ****"
                       DISPLAY "ENROLLMENT STATUS: *"
                   ELSE
                       PERFORM SHOW-NAME-PARTS
                       DISPLAY "DATE OF BIRTH: ", SM-DATE-OF-BIRTH
                       DISPLAY "MAJOR CODE: ", SM-MAJOR-CODE
                       DISPLAY "ENROLLMENT STATUS: ",
           LOOKUP-STUDENT-DONE.
               EXIT.

      *    THE LOOKUP SHOWS THE LEGAL AND PREFERRED NAMES FROM
      *    STUDNAME WHEN THE STUDENT HAS A NAME RECORD.
           SHOW-NAME-PARTS.
               MOVE SM-STUDENT-ID TO NV-STUDENT-ID.
               SET NV-LEGAL-FORM TO TRUE.
               CALL "NAMEFMT" USING NV-NAME-AREA.
               IF NV-NAME-FOUND
                   DISPLAY "LEGAL NAME: ", NV-FORMATTED-NAME
                   SET NV-PREFERRED-FORM TO TRUE
                   CALL "NAMEFMT" USING NV-NAME-AREA
                   DISPLAY "PREFERRED NAME: ", NV-FORMATTED-NAME
               END-IF.

      *    BROWSE-BY-NAME LISTS STUDENTS IN NAME ORDER THROUGH THE
      *    NAME ALTERNATE INDEX, STARTING AT A FULL OR PARTIAL NAME
      *    THE OPERATOR KEYS (A PARTIAL NAME POSITIONS AT THE FIRST
      *    NAME AT OR PAST IT).  PAGES FORWARD UNTIL END OF FILE OR
      *    THE OPERATOR EXITS.  A SECOND PASS THEN LISTS EVERY
      *    STUDENT WHOSE FORMER LEGAL LAST NAME (NAMEHIST) STARTS
      *    WITH THE FIRST WORD KEYED, SO A STUDENT IS FOUND UNDER
      *    ANY NAME THEY HAVE HAD.
           BROWSE-BY-NAME.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               IF WS-MASTER-LOCKED

               MOVE "N" TO WS-BROWSE-DONE-SWITCH.
               PERFORM SHOW-NAME-PAGE UNTIL WS-BROWSE-DONE.
               PERFORM BROWSE-FORMER-NAMES
                   THRU BROWSE-FORMER-NAMES-DONE.
               CLOSE STUDENT-MASTER.
               PERFORM CLOSE-DEMOG THRU CLOSE-DEMOG-DONE.
           BROWSE-BY-NAME-DONE.
                   DISPLAY SM-STUDENT-ID, "  ", WS-DISPLAY-NAME,
                       "  ", SM-MAJOR-CODE, "  ",
                       SM-ENROLLMENT-STATUS
                   MOVE SM-STUDENT-ID TO VA-STUDENT-ID
                   SET VA-BROWSED TO TRUE
                   PERFORM LOG-STUDENT-ACCESS
                   ADD 1 TO WS-PAGE-LINES
               END-IF.

           BROWSE-FORMER-NAMES.
               MOVE SPACES TO WS-FORMER-KEY.
               MOVE ZERO TO WS-FORMER-LEN.
               UNSTRING WS-BROWSE-NAME DELIMITED BY SPACE
                   INTO WS-FORMER-KEY COUNT IN WS-FORMER-LEN.
               IF WS-FORMER-LEN = ZERO
                   GO TO BROWSE-FORMER-NAMES-DONE
               END-IF.
               OPEN INPUT NAME-HISTORY.
               IF WS-NHIST-STATUS NOT = "00"
                   GO TO BROWSE-FORMER-NAMES-DONE
               END-IF.
               MOVE WS-FORMER-KEY TO LH-FORMER-LAST.
               START NAME-HISTORY
                   KEY IS NOT LESS THAN LH-FORMER-LAST
                   INVALID KEY
                       CLOSE NAME-HISTORY
                       GO TO BROWSE-FORMER-NAMES-DONE
               END-START.
               DISPLAY "FORMER NAMES STARTING ",
                   WS-FORMER-KEY (1:WS-FORMER-LEN), ":".
               MOVE "N" TO WS-FORMER-EOF-SWITCH.
               MOVE ZERO TO WS-FORMER-SHOWN.
               MOVE ZERO TO WS-PAGE-LINES.
               PERFORM SHOW-ONE-FORMER-NAME UNTIL WS-FORMER-EOF.
               IF WS-FORMER-SHOWN = ZERO
                   DISPLAY "(NONE)"
               END-IF.
               CLOSE NAME-HISTORY.
           BROWSE-FORMER-NAMES-DONE.
               EXIT.

           SHOW-ONE-FORMER-NAME.
               READ NAME-HISTORY NEXT RECORD
                   AT END
                       SET WS-FORMER-EOF TO TRUE
               END-READ.
               IF NOT WS-FORMER-EOF
                   IF LH-FORMER-LAST (1:WS-FORMER-LEN)
                           NOT = WS-FORMER-KEY (1:WS-FORMER-LEN)
                       SET WS-FORMER-EOF TO TRUE
                   END-IF
               END-IF.
               IF NOT WS-FORMER-EOF
                   MOVE LH-STUDENT-ID TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE "(NOT ON MASTER)" TO SM-STUDENT-NAME
                   END-READ
                   PERFORM RESOLVE-DISPLAY-NAME
                       THRU RESOLVE-DISPLAY-NAME-DONE
                   IF WS-DISPLAY-NAME = "*CONFIDENTIAL*"
                       DISPLAY LH-STUDENT-ID, "  ", WS-DISPLAY-NAME
                   ELSE
                       DISPLAY LH-STUDENT-ID, "  FORMERLY ",
                           LH-FORMER-LAST, " ", LH-FORMER-FIRST
                       DISPLAY "          UNTIL ", LH-CHANGE-DATE,
                           " (", LH-DOCUMENT-TYPE, ")  NOW ",
                           WS-DISPLAY-NAME
                   END-IF
                   MOVE LH-STUDENT-ID TO VA-STUDENT-ID
                   SET VA-BROWSED TO TRUE
                   PERFORM LOG-STUDENT-ACCESS
                   ADD 1 TO WS-FORMER-SHOWN
                   ADD 1 TO WS-PAGE-LINES
                   IF WS-PAGE-LINES >= WS-PAGE-SIZE
                       MOVE ZERO TO WS-PAGE-LINES
                       DISPLAY "N=NEXT PAGE, X=EXIT:"
                       ACCEPT WS-BROWSE-CHOICE
                       IF NOT WS-BROWSE-NEXT
                           SET WS-FORMER-EOF TO TRUE
                       END-IF
                   END-IF
               END-IF.

           LOG-STUDENT-ACCESS.
               MOVE "MAINMENU" TO VA-PROGRAM-NAME.
               CALL "ACCSLOGW" USING VA-ACCESS-AREA.

      *    BROWSE-BY-ID PAGES THROUGH THE MASTER IN ID ORDER FROM ANY
      *    STARTING POINT.  EACH PAGE'S STARTING ID IS STACKED SO THE
      *    OPERATOR CAN PAGE BACKWARD (B) AS WELL AS FORWARD (N).
               ACCEPT WS-BROWSE-CHOICE.
               EVALUATE TRUE
                   WHEN WS-BROWSE-NEXT
                       IF WS-PAGE-EOF OR WS-NEXT-START-ID > 99999999
                           DISPLAY "(ALREADY AT END)"
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
           RESOLVE-DISPLAY-NAME-DONE.
               EXIT.

      *    RESOLVE-MAINT-ACCESS DECIDES AT SIGN-ON WHETHER THE HOLD
      *    AND ADVISOR SCREENS ARE OFFERED: TO AN ADMIN, AND TO STAFF
      *    WHOM OPERSCOP SCOPES TO A DEPARTMENT - NEVER TO A STUDENT
      *    OR INSTRUCTOR ACCOUNT.
           RESOLVE-MAINT-ACCESS.
               MOVE "N" TO WS-MAINT-ACCESS-SWITCH.
               IF ROLE-ADMIN
                   SET WS-MAINT-ACCESS TO TRUE
                   GO TO RESOLVE-MAINT-ACCESS-DONE
               END-IF.
               IF ROLE-STUDENT OR ROLE-INSTRUCTOR
                   GO TO RESOLVE-MAINT-ACCESS-DONE
               END-IF.
               CALL "OPERSCOP" USING OS-SCOPE-AREA.
               IF OS-SCOPED
                   SET WS-MAINT-ACCESS TO TRUE
               END-IF.
           RESOLVE-MAINT-ACCESS-DONE.
               EXIT.

      *    RESOLVE-OWN-STUDENT READS BACK WHO JUST SIGNED ON (CUROPER)
      *    AND THEIR USER RECORD'S LINKED SM-STUDENT-ID, SO THE
      *    SELF-SERVICE VIEWS KNOW WHOSE RECORDS TO SHOW - OR, FOR
      *    AN INSTRUCTOR, THE LINKED IN-INSTRUCTOR-ID.
           RESOLVE-OWN-STUDENT.
               MOVE ZERO TO WS-OWN-STUDENT-ID.
               MOVE SPACES TO WS-OWN-INSTRUCTOR-ID.
               MOVE SPACES TO WS-OWN-NAME.
               OPEN INPUT CURRENT-OPERATOR.
               IF WS-CUROPER-STATUS NOT = "00"
                   GO TO RESOLVE-OWN-STUDENT-DONE
                       CLOSE USER-MASTER
                       GO TO RESOLVE-OWN-STUDENT-DONE
               END-READ.
               IF UM-ROLE-INSTRUCTOR
                   IF UM-INSTRUCTOR-ID NOT = "00000"
                       MOVE UM-INSTRUCTOR-ID TO WS-OWN-INSTRUCTOR-ID
                   END-IF
               ELSE
                   IF UM-STUDENT-ID IS NUMERIC
                       MOVE UM-STUDENT-ID TO WS-OWN-STUDENT-ID
                   END-IF
               END-IF.
               CLOSE USER-MASTER.
               PERFORM RESOLVE-OWN-NAME THRU RESOLVE-OWN-NAME-DONE.
           RESOLVE-OWN-STUDENT-DONE.
               EXIT.

      *    RESOLVE-OWN-NAME PICKS THE NAME THE SELF-SERVICE MENU
      *    GREETS THE STUDENT BY - PREFERRED, NOT LEGAL.
           RESOLVE-OWN-NAME.
               IF WS-OWN-STUDENT-ID = ZERO
                   GO TO RESOLVE-OWN-NAME-DONE
               END-IF.
               MOVE WS-OWN-STUDENT-ID TO NV-STUDENT-ID.
               SET NV-PREFERRED-FORM TO TRUE.
               CALL "NAMEFMT" USING NV-NAME-AREA.
               IF NV-NAME-FOUND
                   MOVE NV-FORMATTED-NAME TO WS-OWN-NAME
                   GO TO RESOLVE-OWN-NAME-DONE
               END-IF.
               OPEN INPUT STUDENT-MASTER.
               IF WS-MAST-STATUS NOT = "00"
                   GO TO RESOLVE-OWN-NAME-DONE
               END-IF.
               MOVE WS-OWN-STUDENT-ID TO SM-STUDENT-ID.
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF WS-MAST-STATUS = "00"
                   MOVE SM-STUDENT-NAME TO WS-OWN-NAME
               END-IF.
               CLOSE STUDENT-MASTER.
           RESOLVE-OWN-NAME-DONE.
               EXIT.

      *    SHOW-MY-SCHEDULE LISTS THE SIGNED-ON STUDENT'S OWN
      *    ENROLLED REGISTRATIONS - THE ID COMES FROM THE USER
      *    RECORD, NEVER THE KEYBOARD.
               END-IF.

           SCORE-ONE-OWN-GRADE.
      *    POINTS AND GPA TREATMENT COME FROM THE GRADE SCALE IN
      *    FORCE FOR THE TERM THE GRADE WAS EARNED (GRDVALUE).
               MOVE "Y" TO WS-GRADED-SWITCH.
               MOVE GR-GRADE TO GV-GRADE.
               MOVE GR-TERM-CODE TO GV-TERM-CODE.
               CALL "GRDVALUE" USING GV-VALUE-AREA.
               MOVE GV-QUALITY-POINTS TO WS-QUALITY-POINTS.
               IF NOT GV-COUNTS-IN-GPA
                   MOVE "N" TO WS-GRADED-SWITCH
               END-IF.
               IF WS-GRADED-SWITCH = "Y"
                   IF NOT WS-BEST-FOUND
                           OR WS-QUALITY-POINTS > WS-BEST-POINTS
                   MOVE ZERO TO WS-WT-COUNT (WS-WT-FOUND)
               END-IF.

      *    SHOW-MY-TICKETS LISTS THE STUDENT'S REGISTRATION TIME
      *    TICKETS (TIMETKT) - WHEN EACH TERM'S ADDS OPEN FOR THEM.
           SHOW-MY-TICKETS.
               OPEN INPUT TICKET-FILE.
               IF WS-TKT-STATUS NOT = "00"
                   DISPLAY "(NO TIME TICKETS ISSUED YET)"
                   GO TO SHOW-MY-TICKETS-DONE
               END-IF.
               DISPLAY "MY TIME TICKETS (STUDENT ", WS-OWN-STUDENT-ID,
                   "):".
               MOVE WS-OWN-STUDENT-ID TO TK-STUDENT-ID.
               MOVE LOW-VALUES TO TK-TERM-CODE.
               START TICKET-FILE
                   KEY IS NOT LESS THAN TK-TICKET-KEY
                   INVALID KEY
                       DISPLAY "(NO TIME TICKET)"
                       CLOSE TICKET-FILE
                       GO TO SHOW-MY-TICKETS-DONE
               END-START.
               MOVE "N" TO WS-SELF-EOF-SWITCH.
               MOVE ZERO TO WS-SELF-LINES.
               PERFORM SHOW-ONE-OWN-TICKET UNTIL WS-SELF-EOF.
               IF WS-SELF-LINES = ZERO
                   DISPLAY "(NO TIME TICKET)"
               END-IF.
               CLOSE TICKET-FILE.
           SHOW-MY-TICKETS-DONE.
               EXIT.

      *    ADD-DROP-SECTION LETS THE SIGNED-ON STUDENT ADD OR DROP
      *    ONE SECTION OF THE REGISTRATION TERM (RUNPARM'S
      *    REGISTRATION SETTING).  THE WINDOW IS OPEN UNTIL THE
      *    TERM'S CENSUS DATE (ITS END DATE WHEN NO CENSUS DATE IS
      *    SET) AND CLOSED ONCE TERMCLSE HAS LOCKED THE TERM; THE
      *    STUDENT'S TIME TICKET DECIDES WHEN IT OPENS FOR THEM.
      *    THE TRANSACTION IS CHECKED AND POSTED BY ENRLAPLY, THE
      *    SAME SERVICE ENRLBAT RUNS THE PAPER FORMS THROUGH, SO
      *    EVERY RULE, THE SEAT COUNTERS, THE WAITLIST, THE DROP
      *    FEED AND THE NOTIFICATIONS COME OUT AS THE BATCH'S DO.
      *    NOTHING IS POSTED WHILE THE NIGHTLY RUN HOLDS THE MASTER.
           ADD-DROP-SECTION.
               SET WS-REG-LOCK-CHECK TO TRUE.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               MOVE "N" TO WS-REG-LOCK-SWITCH.
               IF WS-MASTER-LOCKED
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               CALL "BIZDATE" USING WS-TODAY.
               MOVE SPACES TO WS-RG-REJECT-TEXT.
               MOVE SPACES TO EA-REJECT-REASON.

               MOVE "MAINMENU" TO RK-JOB-NAME.
               SET RK-REG-TERM TO TRUE.
               MOVE SPACES TO RK-EXPLICIT-TERM.
               CALL "RUNPARM" USING RK-RUN-PARM-AREA.
               IF NOT RK-TERM-VALID
                   DISPLAY "REGISTRATION IS NOT OPEN - ",
                       RK-DESCRIPTION
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               MOVE RK-TERM-CODE TO WS-RG-TERM.
               OPEN INPUT TERM-CONTROL.
               IF WS-TERM-STATUS NOT = "00"
                   DISPLAY "REGISTRATION IS NOT OPEN - NO TERM FILE"
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               MOVE WS-RG-TERM TO TM-TERM-CODE.
               READ TERM-CONTROL
                   INVALID KEY
                       MOVE "NO TERM RECORD" TO WS-RG-REJECT-TEXT
               END-READ.
               CLOSE TERM-CONTROL.
               IF WS-RG-REJECT-TEXT = SPACES AND TM-TERM-LOCKED
                   MOVE "TERM IS CLOSED" TO WS-RG-REJECT-TEXT
               END-IF.
               IF TM-CENSUS-DATE NOT = ZERO
                   MOVE TM-CENSUS-DATE TO WS-RG-LAST-DAY
               ELSE
                   MOVE TM-END-DATE TO WS-RG-LAST-DAY
               END-IF.
               IF WS-RG-REJECT-TEXT = SPACES
                       AND WS-TODAY > WS-RG-LAST-DAY
                   MOVE "PAST THE LAST DAY TO ADD OR DROP"
                       TO WS-RG-REJECT-TEXT
               END-IF.
               IF WS-RG-REJECT-TEXT NOT = SPACES
                   DISPLAY "REGISTRATION FOR TERM ", WS-RG-TERM,
                       " IS NOT OPEN - ", WS-RG-REJECT-TEXT
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.

               DISPLAY "REGISTRATION TERM ", WS-RG-TERM,
                   " - LAST DAY TO ADD OR DROP ", WS-RG-LAST-DAY.
               DISPLAY "ACTION (A=ADD, D=DROP):".
               ACCEPT WS-RG-ACTION.
               IF NOT WS-RG-ADD AND NOT WS-RG-DROP
                   DISPLAY "INVALID ACTION"
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               DISPLAY "COURSE CODE:".
               ACCEPT WS-RG-COURSE.
               MOVE SPACES TO WS-RG-SECTION.
               IF WS-RG-ADD
                   DISPLAY "SECTION:"
                   ACCEPT WS-RG-SECTION
               ELSE
                   PERFORM CHECK-OWN-ENROLLMENT
                       THRU CHECK-OWN-ENROLLMENT-DONE
               END-IF.
               IF WS-RG-REJECT-TEXT NOT = SPACES
                   GO TO ADD-DROP-SECTION-OUTCOME
               END-IF.
               IF WS-RG-ADD
                   DISPLAY "ADD ", WS-RG-COURSE, " SECTION ",
                       WS-RG-SECTION, " FOR TERM ", WS-RG-TERM,
                       " (Y/N):"
               ELSE
                   DISPLAY "DROP ", WS-RG-COURSE, " SECTION ",
                       WS-RG-SECTION, " FOR TERM ", WS-RG-TERM,
                       " (Y/N):"
               END-IF.
               MOVE "N" TO WS-RG-CONFIRM.
               ACCEPT WS-RG-CONFIRM.
               IF NOT WS-RG-CONFIRMED
                   DISPLAY "NOTHING CHANGED"
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.

               MOVE SPACES TO ET-ENROLL-TRANSACTION.
               MOVE WS-RG-ACTION TO ET-ACTION.
               MOVE WS-OWN-STUDENT-ID TO ET-STUDENT-ID.
               MOVE WS-RG-COURSE TO ET-COURSE-CODE.
               MOVE WS-RG-TERM TO ET-TERM-CODE.
               MOVE WS-RG-SECTION TO ET-SECTION.
               MOVE WS-TODAY TO ET-SUBMIT-DATE.
               ACCEPT WS-RG-NOW FROM TIME.
               MOVE WS-RG-NOW (1:4) TO ET-SUBMIT-TIME.
               SET ET-ORDINARY-DROP TO TRUE.

      *    THE NIGHTLY RUN MAY HAVE TAKEN THE MASTER WHILE THE
      *    STUDENT WAS AT THE PROMPTS - LOOK AGAIN BEFORE POSTING.
               SET WS-REG-LOCK-CHECK TO TRUE.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               MOVE "N" TO WS-REG-LOCK-SWITCH.
               IF WS-MASTER-LOCKED
                   DISPLAY "NOTHING CHANGED"
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               SET EA-OPEN TO TRUE.
               MOVE "MAINMENU" TO EA-PROGRAM-NAME.
               MOVE WS-TODAY TO EA-RUN-DATE.
               CALL "ENRLAPLY" USING EA-APPLY-AREA.
               IF NOT EA-FILES-READY
                   SET EA-CLOSE TO TRUE
                   CALL "ENRLAPLY" USING EA-APPLY-AREA
                   MOVE "REGISTRATION FILES NOT AVAILABLE"
                       TO WS-RG-REJECT-TEXT
                   GO TO ADD-DROP-SECTION-OUTCOME
               END-IF.
               SET EA-APPLY TO TRUE.
               MOVE ET-ENROLL-TRANSACTION TO EA-TRANSACTION.
               CALL "ENRLAPLY" USING EA-APPLY-AREA.
               SET EA-CLOSE TO TRUE.
               CALL "ENRLAPLY" USING EA-APPLY-AREA.
               IF EA-REJECT-REASON NOT = SPACES
                   PERFORM REG-REJECT-TEXT THRU REG-REJECT-TEXT-DONE
               END-IF.
           ADD-DROP-SECTION-OUTCOME.
               IF EA-REJECT-REASON = "CC"
                   DISPLAY "ADD OF ", WS-RG-COURSE, " SECTION ",
                       WS-RG-SECTION, " IS HELD FOR CROSS-CAMPUS ",
                       "APPROVAL"
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               IF WS-RG-REJECT-TEXT NOT = SPACES
                   DISPLAY "NOT DONE - ", WS-RG-REJECT-TEXT
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               IF EA-WAITLISTED
                   MOVE EA-WAIT-POSITION TO WS-RG-POSITION-ED
                   DISPLAY WS-RG-COURSE, " SECTION ", WS-RG-SECTION,
                       " IS FULL - YOU ARE NUMBER ",
                       WS-RG-POSITION-ED, " ON THE WAITLIST"
                   GO TO ADD-DROP-SECTION-DONE
               END-IF.
               IF WS-RG-ADD
                   DISPLAY "ADDED ", WS-RG-COURSE, " SECTION ",
                       WS-RG-SECTION, " FOR TERM ", WS-RG-TERM
               ELSE
                   DISPLAY "DROPPED ", WS-RG-COURSE, " FOR TERM ",
                       WS-RG-TERM
               END-IF.
               IF EA-OVERLOAD-USED
                   DISPLAY "(APPROVED CREDIT OVERLOAD APPLIED)"
               END-IF.
               IF EA-PERMIT-CODES NOT = SPACES
                   DISPLAY "(OVERRIDE PERMITS APPLIED: ",
                       EA-PERMIT-CODES, ")"
               END-IF.
           ADD-DROP-SECTION-DONE.
               EXIT.

      *    CHECK-OWN-ENROLLMENT CONFIRMS A DROP IS FOR A COURSE THE
      *    STUDENT IS ENROLLED IN FOR THE REGISTRATION TERM - AN
      *    EARLIER TERM'S ENROLLMENT IS NOT THEIRS TO DROP ONLINE -
      *    AND PICKS UP THE SECTION FOR THE CONFIRMATION.
           CHECK-OWN-ENROLLMENT.
               OPEN INPUT ENROLLMENT-MASTER.
               IF WS-ENRL-STATUS NOT = "00"
                   MOVE "REGISTRATION FILES NOT AVAILABLE"
                       TO WS-RG-REJECT-TEXT
                   GO TO CHECK-OWN-ENROLLMENT-DONE
               END-IF.
               MOVE WS-OWN-STUDENT-ID TO EN-STUDENT-ID.
               MOVE WS-RG-COURSE TO EN-COURSE-CODE.
               READ ENROLLMENT-MASTER
                   INVALID KEY
                       MOVE "NOT ENROLLED IN THAT COURSE THIS TERM"
                           TO WS-RG-REJECT-TEXT
               END-READ.
               CLOSE ENROLLMENT-MASTER.
               IF WS-RG-REJECT-TEXT = SPACES
                       AND (NOT EN-ENROLLED
                           OR EN-TERM-CODE NOT = WS-RG-TERM)
                   MOVE "NOT ENROLLED IN THAT COURSE THIS TERM"
                       TO WS-RG-REJECT-TEXT
               END-IF.
               IF WS-RG-REJECT-TEXT = SPACES
                   MOVE EN-SECTION TO WS-RG-SECTION
               END-IF.
           CHECK-OWN-ENROLLMENT-DONE.
               EXIT.

      *    REG-REJECT-TEXT TURNS ENRLAPLY'S REASON CODE INTO WORDS
      *    THE STUDENT CAN ACT ON.
           REG-REJECT-TEXT.
               EVALUATE EA-REJECT-REASON
                   WHEN "NF"
                       MOVE "STUDENT RECORD NOT FOUND"
                           TO WS-RG-REJECT-TEXT
                   WHEN "NC"
                       MOVE "NO SUCH COURSE" TO WS-RG-REJECT-TEXT
                   WHEN "DU"
                       MOVE "ALREADY ENROLLED IN THAT COURSE"
                           TO WS-RG-REJECT-TEXT
                   WHEN "NE"
                       MOVE "NOT ENROLLED IN THAT COURSE"
                           TO WS-RG-REJECT-TEXT
                   WHEN "CF"
                       MOVE "SECTION FULL" TO WS-RG-REJECT-TEXT
                   WHEN "PQ"
                       MOVE "PREREQUISITE NOT MET" TO WS-RG-REJECT-TEXT
                   WHEN "NO"
                       MOVE "SECTION NOT OFFERED THIS TERM"
                           TO WS-RG-REJECT-TEXT
                   WHEN "TC"
                       MOVE "TIME CONFLICT WITH YOUR SCHEDULE"
                           TO WS-RG-REJECT-TEXT
                   WHEN "TT"
                       MOVE "YOUR TIME TICKET HAS NOT OPENED"
                           TO WS-RG-REJECT-TEXT
                   WHEN "CL"
                       MOVE "OVER THE TERM'S CREDIT MAXIMUM"
                           TO WS-RG-REJECT-TEXT
                   WHEN "SX"
                       MOVE "SECTION CANCELLED" TO WS-RG-REJECT-TEXT
                   WHEN "CC"
                       MOVE "HELD FOR CROSS-CAMPUS APPROVAL"
                           TO WS-RG-REJECT-TEXT
                   WHEN OTHER
                       IF EA-REJECT-REASON (1:1) = "H"
                           MOVE "ACTIVE HOLD - SEE MY HOLDS (H)"
                               TO WS-RG-REJECT-TEXT
                       ELSE
                           MOVE "NOT ACCEPTED" TO WS-RG-REJECT-TEXT
                       END-IF
               END-EVALUATE.
           REG-REJECT-TEXT-DONE.
               EXIT.

      *    OPEN-GRADING-TERM FINDS THE TERM THE INSTRUCTOR SCREENS
      *    WORK IN - RUNPARM'S GRADING SETTING, WHICH MUST BE ON THE
      *    TERM FILE - AND READS ITS CALENDAR.
           OPEN-GRADING-TERM.
               MOVE SPACES TO WS-GT-REJECT-TEXT.
               CALL "BIZDATE" USING WS-TODAY.
               MOVE "MAINMENU" TO RK-JOB-NAME.
               SET RK-GRADING-TERM TO TRUE.
               MOVE SPACES TO RK-EXPLICIT-TERM.
               CALL "RUNPARM" USING RK-RUN-PARM-AREA.
               IF NOT RK-TERM-VALID
                   MOVE RK-DESCRIPTION TO WS-GT-REJECT-TEXT
                   GO TO OPEN-GRADING-TERM-DONE
               END-IF.
               MOVE RK-TERM-CODE TO WS-GT-TERM.
               OPEN INPUT TERM-CONTROL.
               IF WS-TERM-STATUS NOT = "00"
                   MOVE "TERM FILE NOT AVAILABLE" TO WS-GT-REJECT-TEXT
                   GO TO OPEN-GRADING-TERM-DONE
               END-IF.
               MOVE WS-GT-TERM TO TM-TERM-CODE.
               READ TERM-CONTROL
                   INVALID KEY
                       MOVE "TERM NOT ON TERM FILE"
                           TO WS-GT-REJECT-TEXT
               END-READ.
               CLOSE TERM-CONTROL.
           OPEN-GRADING-TERM-DONE.
               EXIT.

      *    SHOW-MY-SECTIONS LISTS THE INSTRUCTOR'S SECTIONS OF THE
      *    OPEN GRADING TERM WITH HOW MANY ARE ENROLLED AND HOW MANY
      *    STILL HAVE NO GRADE.
           SHOW-MY-SECTIONS.
               PERFORM OPEN-GRADING-TERM THRU OPEN-GRADING-TERM-DONE.
               IF WS-GT-REJECT-TEXT NOT = SPACES
                   DISPLAY "NO OPEN GRADING TERM - ", WS-GT-REJECT-TEXT
                   GO TO SHOW-MY-SECTIONS-DONE
               END-IF.
               DISPLAY "MY SECTIONS (INSTRUCTOR ", WS-OWN-INSTRUCTOR-ID,
                   ") TERM ", WS-GT-TERM, " - GRADES CLOSE ",
                   TM-GRADE-CLOSE-DATE.
               SET WS-GT-COUNT-ONLY TO TRUE.
               PERFORM WALK-MY-SECTIONS THRU WALK-MY-SECTIONS-DONE.
           SHOW-MY-SECTIONS-DONE.
               EXIT.

      *    SHOW-MISSING-GRADES IS GRADCHSE'S MISSING-GRADE LIST CUT
      *    DOWN TO THE INSTRUCTOR'S OWN SECTIONS: EVERY ENROLLED
      *    STUDENT WITH NO CURRENT GRADE ENTRY FOR THE TERM.
           SHOW-MISSING-GRADES.
               PERFORM OPEN-GRADING-TERM THRU OPEN-GRADING-TERM-DONE.
               IF WS-GT-REJECT-TEXT NOT = SPACES
                   DISPLAY "NO OPEN GRADING TERM - ", WS-GT-REJECT-TEXT
                   GO TO SHOW-MISSING-GRADES-DONE
               END-IF.
               DISPLAY "MY MISSING GRADES (INSTRUCTOR ",
                   WS-OWN-INSTRUCTOR-ID, ") TERM ", WS-GT-TERM,
                   " - GRADES CLOSE ", TM-GRADE-CLOSE-DATE.
               SET WS-GT-LIST-MISSING TO TRUE.
               PERFORM WALK-MY-SECTIONS THRU WALK-MY-SECTIONS-DONE.
           SHOW-MISSING-GRADES-DONE.
               EXIT.

      *    WALK-MY-SECTIONS READS THE OFFERING FILE FOR THE TERM'S
      *    SECTIONS WHERE THE SIGNED-ON INSTRUCTOR IS INSTRUCTOR OF
      *    RECORD (CANCELLED SECTIONS LEFT OUT) AND WALKS EACH ONE'S
      *    ROSTER.
           WALK-MY-SECTIONS.
               MOVE ZERO TO WS-GT-SECTIONS.
               OPEN INPUT OFFERING-FILE.
               IF WS-OFF-STATUS NOT = "00"
                   DISPLAY "(NO OFFERINGS ON FILE)"
                   GO TO WALK-MY-SECTIONS-DONE
               END-IF.
               PERFORM OPEN-ROSTER-FILES THRU OPEN-ROSTER-FILES-DONE.
               MOVE "N" TO WS-GT-OFF-EOF-SWITCH.
               MOVE LOW-VALUES TO OF-OFFER-KEY.
               START OFFERING-FILE
                   KEY IS NOT LESS THAN OF-OFFER-KEY
                   INVALID KEY
                       SET WS-GT-OFF-EOF TO TRUE
               END-START.
               PERFORM WALK-ONE-OFFERING THRU WALK-ONE-OFFERING-DONE
                   UNTIL WS-GT-OFF-EOF.
               IF WS-GT-SECTIONS = ZERO
                   DISPLAY "(NO SECTIONS OF YOURS THIS TERM)"
               END-IF.
               CLOSE OFFERING-FILE.
               PERFORM CLOSE-ROSTER-FILES.
           WALK-MY-SECTIONS-DONE.
               EXIT.

           WALK-ONE-OFFERING.
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       SET WS-GT-OFF-EOF TO TRUE
                       GO TO WALK-ONE-OFFERING-DONE
               END-READ.
               IF OF-TERM-CODE NOT = WS-GT-TERM
                       OR OF-INSTRUCTOR-ID NOT = WS-OWN-INSTRUCTOR-ID
                       OR OF-CANCELLED
                   GO TO WALK-ONE-OFFERING-DONE
               END-IF.
               ADD 1 TO WS-GT-SECTIONS.
               MOVE OF-COURSE-CODE TO WS-GT-COURSE.
               MOVE OF-SECTION TO WS-GT-SECTION.
               PERFORM WALK-SECTION-ROSTER
                   THRU WALK-SECTION-ROSTER-DONE.
               IF WS-GT-COUNT-ONLY
                   DISPLAY "  ", WS-GT-COURSE, " SECTION ",
                       WS-GT-SECTION, "  ENROLLED ", WS-GT-ENROLLED,
                       "  NO GRADE YET ", WS-GT-MISSING
               END-IF.
           WALK-ONE-OFFERING-DONE.
               EXIT.

      *    OPEN-ROSTER-FILES OPENS THE ENROLLMENT AND GRADE MASTERS
      *    FOR A ROSTER WALK.  NO GRADE MASTER YET MEANS NO GRADES.
           OPEN-ROSTER-FILES.
               MOVE "N" TO WS-GT-GRADES-SWITCH.
               OPEN INPUT ENROLLMENT-MASTER.
               OPEN INPUT GRADE-MASTER.
               IF WS-GRADE-STATUS = "00"
                   SET WS-GT-GRADES-OPEN TO TRUE
               END-IF.
           OPEN-ROSTER-FILES-DONE.
               EXIT.

           CLOSE-ROSTER-FILES.
               CLOSE ENROLLMENT-MASTER.
               IF WS-GT-GRADES-OPEN
                   CLOSE GRADE-MASTER
               END-IF.

      *    WALK-SECTION-ROSTER READS THE COURSE'S ENROLLMENTS
      *    THROUGH THE COURSE-CODE ALTERNATE INDEX, KEEPING THOSE
      *    ENROLLED IN THIS TERM AND SECTION, AND PROBES EACH ONE'S
      *    GRADE - COUNTING, OR LISTING THE WHOLE ROSTER OR ONLY THE
      *    STUDENTS WITH NO GRADE.
           WALK-SECTION-ROSTER.
               MOVE ZERO TO WS-GT-ENROLLED.
               MOVE ZERO TO WS-GT-MISSING.
               IF NOT WS-GT-COUNT-ONLY
                   DISPLAY "  ", WS-GT-COURSE, " SECTION ",
                       WS-GT-SECTION, ":"
               END-IF.
               IF WS-ENRL-STATUS NOT = "00"
                   DISPLAY "    (ENROLLMENT MASTER NOT AVAILABLE)"
                   GO TO WALK-SECTION-ROSTER-DONE
               END-IF.
               MOVE "N" TO WS-GT-ENRL-EOF-SWITCH.
               MOVE WS-GT-COURSE TO EN-COURSE-CODE.
               START ENROLLMENT-MASTER
                   KEY IS EQUAL TO EN-COURSE-CODE
                   INVALID KEY
                       SET WS-GT-ENRL-EOF TO TRUE
               END-START.
               PERFORM WALK-ONE-ROSTER-ENTRY
                   THRU WALK-ONE-ROSTER-ENTRY-DONE
                   UNTIL WS-GT-ENRL-EOF.
               IF WS-GT-LIST-ROSTER AND WS-GT-ENROLLED = ZERO
                   DISPLAY "    (NO STUDENTS ENROLLED)"
               END-IF.
               IF WS-GT-LIST-MISSING AND WS-GT-MISSING = ZERO
                   DISPLAY "    (ALL GRADES IN)"
               END-IF.
           WALK-SECTION-ROSTER-DONE.
               EXIT.

           WALK-ONE-ROSTER-ENTRY.
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END
                       SET WS-GT-ENRL-EOF TO TRUE
                       GO TO WALK-ONE-ROSTER-ENTRY-DONE
               END-READ.
               IF WS-ENRL-STATUS NOT = "00"
                       OR EN-COURSE-CODE NOT = WS-GT-COURSE
                   SET WS-GT-ENRL-EOF TO TRUE
                   GO TO WALK-ONE-ROSTER-ENTRY-DONE
               END-IF.
               IF NOT EN-ENROLLED OR EN-TERM-CODE NOT = WS-GT-TERM
                       OR EN-SECTION NOT = WS-GT-SECTION
                   GO TO WALK-ONE-ROSTER-ENTRY-DONE
               END-IF.
               ADD 1 TO WS-GT-ENROLLED.
               MOVE EN-STUDENT-ID TO WS-GT-STUDENT-ID.
               PERFORM PROBE-TERM-GRADE THRU PROBE-TERM-GRADE-DONE.
               IF WS-GT-OLD-SEQ = ZERO
                   ADD 1 TO WS-GT-MISSING
               END-IF.
               IF WS-GT-COUNT-ONLY
                   GO TO WALK-ONE-ROSTER-ENTRY-DONE
               END-IF.
               IF WS-GT-LIST-MISSING AND WS-GT-OLD-SEQ NOT = ZERO
                   GO TO WALK-ONE-ROSTER-ENTRY-DONE
               END-IF.
               MOVE EN-STUDENT-ID TO NV-STUDENT-ID.
               SET NV-PREFERRED-FORM TO TRUE.
               CALL "NAMEFMT" USING NV-NAME-AREA.
               IF NOT NV-NAME-FOUND
                   MOVE SPACES TO NV-FORMATTED-NAME
               END-IF.
               IF WS-GT-OLD-SEQ = ZERO
                   DISPLAY "    ", EN-STUDENT-ID, "  ",
                       NV-FORMATTED-NAME (1:30), "  NO GRADE"
               ELSE
                   DISPLAY "    ", EN-STUDENT-ID, "  ",
                       NV-FORMATTED-NAME (1:30), "  ", WS-GT-OLD-GRADE
               END-IF.
           WALK-ONE-ROSTER-ENTRY-DONE.
               EXIT.

      *    PROBE-TERM-GRADE FINDS THE STUDENT'S CURRENT ENTRY FOR THE
      *    COURSE IN THE GRADING TERM, AS GRADCHSE'S PROBE DOES -
      *    WS-GT-OLD-SEQ IS ZERO WHEN THERE IS NONE.
           PROBE-TERM-GRADE.
               MOVE ZERO TO WS-GT-OLD-SEQ.
               MOVE SPACES TO WS-GT-OLD-GRADE.
               IF NOT WS-GT-GRADES-OPEN
                   GO TO PROBE-TERM-GRADE-DONE
               END-IF.
               MOVE ZERO TO WS-GT-PROBE-SEQ.
               MOVE "N" TO WS-GT-PROBE-SWITCH.
               PERFORM PROBE-ONE-GRADE-SEQ
                   THRU PROBE-ONE-GRADE-SEQ-DONE
                   UNTIL WS-GT-PROBE-DONE.
           PROBE-TERM-GRADE-DONE.
               EXIT.

           PROBE-ONE-GRADE-SEQ.
               ADD 1 TO WS-GT-PROBE-SEQ.
               IF WS-GT-PROBE-SEQ > 99
                   SET WS-GT-PROBE-DONE TO TRUE
                   GO TO PROBE-ONE-GRADE-SEQ-DONE
               END-IF.
               MOVE WS-GT-STUDENT-ID TO GR-STUDENT-ID.
               MOVE WS-GT-COURSE TO GR-COURSE-CODE.
               MOVE WS-GT-PROBE-SEQ TO GR-ENTRY-SEQ.
               READ GRADE-MASTER
                   INVALID KEY
                       SET WS-GT-PROBE-DONE TO TRUE
                       GO TO PROBE-ONE-GRADE-SEQ-DONE
               END-READ.
               IF GR-CURRENT AND GR-TERM-CODE = WS-GT-TERM
                   MOVE WS-GT-PROBE-SEQ TO WS-GT-OLD-SEQ
                   MOVE GR-GRADE TO WS-GT-OLD-GRADE
                   SET WS-GT-PROBE-DONE TO TRUE
               END-IF.
           PROBE-ONE-GRADE-SEQ-DONE.
               EXIT.

      *    ENTER-SECTION-GRADES LETS THE INSTRUCTOR KEY OR CHANGE
      *    GRADES FOR ONE OF THEIR OWN SECTIONS UNTIL THE TERM'S
      *    GRADE-CLOSE DATE.  ONLY STUDENTS ON THE SECTION'S ROSTER
      *    ARE TAKEN.  EVERY POSTING GOES THROUGH UNTERPROGRAMM2, SO
      *    THE GRADE SCALE, CATALOG, GRADING WINDOW, PASS/FAIL AND
      *    INCOMPLETE RULES ARE GRADBAT'S; A CHANGE SUPERSEDES THE
      *    TERM'S CURRENT ENTRY FIRST AND PUTS IT BACK IF THE NEW
      *    GRADE IS REFUSED.  EVERY GRADE POSTED IS ENTERED ON THE
      *    OPERATOR LOG.
           ENTER-SECTION-GRADES.
               PERFORM OPEN-GRADING-TERM THRU OPEN-GRADING-TERM-DONE.
               IF WS-GT-REJECT-TEXT NOT = SPACES
                   DISPLAY "NO OPEN GRADING TERM - ", WS-GT-REJECT-TEXT
                   GO TO ENTER-SECTION-GRADES-DONE
               END-IF.
               IF TM-TERM-LOCKED OR WS-TODAY > TM-GRADE-CLOSE-DATE
                   DISPLAY "GRADING FOR TERM ", WS-GT-TERM,
                       " CLOSED ON ", TM-GRADE-CLOSE-DATE
                   GO TO ENTER-SECTION-GRADES-DONE
               END-IF.
               CALL "OPERSCOP" USING OS-SCOPE-AREA.
               DISPLAY "GRADE ENTRY - TERM ", WS-GT-TERM,
                   " - GRADES CLOSE ", TM-GRADE-CLOSE-DATE.
               DISPLAY "COURSE CODE:".
               ACCEPT WS-GT-COURSE.
               DISPLAY "SECTION:".
               ACCEPT WS-GT-SECTION.

               OPEN INPUT OFFERING-FILE.
               IF WS-OFF-STATUS NOT = "00"
                   DISPLAY "(NO OFFERINGS ON FILE)"
                   GO TO ENTER-SECTION-GRADES-DONE
               END-IF.
               MOVE WS-GT-COURSE TO OF-COURSE-CODE.
               MOVE WS-GT-TERM TO OF-TERM-CODE.
               MOVE WS-GT-SECTION TO OF-SECTION.
               MOVE SPACES TO WS-GT-REJECT-TEXT.
               READ OFFERING-FILE
                   INVALID KEY
                       MOVE "SECTION NOT ON FILE" TO WS-GT-REJECT-TEXT
               END-READ.
               IF WS-GT-REJECT-TEXT = SPACES
                       AND WS-OFF-STATUS NOT = "00"
                   MOVE "SECTION NOT ON FILE" TO WS-GT-REJECT-TEXT
               END-IF.
               CLOSE OFFERING-FILE.
               IF WS-GT-REJECT-TEXT NOT = SPACES
                       OR OF-INSTRUCTOR-ID NOT = WS-OWN-INSTRUCTOR-ID
                       OR OF-CANCELLED
                   DISPLAY "NOT ONE OF YOUR SECTIONS THIS TERM"
                   GO TO ENTER-SECTION-GRADES-DONE
               END-IF.

               SET WS-GT-LIST-ROSTER TO TRUE.
               PERFORM OPEN-ROSTER-FILES THRU OPEN-ROSTER-FILES-DONE.
               PERFORM WALK-SECTION-ROSTER
                   THRU WALK-SECTION-ROSTER-DONE.
               PERFORM CLOSE-ROSTER-FILES.
               IF WS-GT-ENROLLED = ZERO
                   GO TO ENTER-SECTION-GRADES-DONE
               END-IF.
               MOVE "N" TO WS-GT-ENTRY-SWITCH.
               PERFORM KEY-ONE-GRADE THRU KEY-ONE-GRADE-DONE
                   UNTIL WS-GT-ENTRY-DONE.
           ENTER-SECTION-GRADES-DONE.
               EXIT.

           KEY-ONE-GRADE.
               DISPLAY "STUDENT ID (0 = FINISHED):".
               ACCEPT WS-GT-STUDENT-ID.
               IF WS-GT-STUDENT-ID = ZERO
                   SET WS-GT-ENTRY-DONE TO TRUE
                   GO TO KEY-ONE-GRADE-DONE
               END-IF.
               DISPLAY "GRADE:".
               ACCEPT WS-GT-GRADE.
               MOVE SPACES TO WS-GT-REJECT-TEXT.
               MOVE "N" TO WS-GT-SUPERSEDE-SWITCH.

               OPEN INPUT ENROLLMENT-MASTER.
               IF WS-ENRL-STATUS NOT = "00"
                   MOVE "ENROLLMENT MASTER NOT AVAILABLE"
                       TO WS-GT-REJECT-TEXT
                   GO TO KEY-ONE-GRADE-OUTCOME
               END-IF.
               MOVE WS-GT-STUDENT-ID TO EN-STUDENT-ID.
               MOVE WS-GT-COURSE TO EN-COURSE-CODE.
               READ ENROLLMENT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF WS-ENRL-STATUS NOT = "00" OR NOT EN-ENROLLED
                       OR EN-TERM-CODE NOT = WS-GT-TERM
                       OR EN-SECTION NOT = WS-GT-SECTION
                   MOVE "NOT ON THIS SECTION'S ROSTER"
                       TO WS-GT-REJECT-TEXT
               END-IF.
               CLOSE ENROLLMENT-MASTER.
               IF WS-GT-REJECT-TEXT NOT = SPACES
                   GO TO KEY-ONE-GRADE-OUTCOME
               END-IF.

      *    A CURRENT FINAL GRADE FOR THE TERM IS A CHANGE: IT IS
      *    SUPERSEDED SO UNTERPROGRAMM2 TAKES THE NEW ONE.  A MIDTERM
      *    MARK IS LEFT FOR UNTERPROGRAMM2 TO RETIRE ITSELF.
               MOVE "N" TO WS-GT-GRADES-SWITCH.
               OPEN I-O GRADE-MASTER.
               IF WS-GRADE-STATUS = "00"
                   SET WS-GT-GRADES-OPEN TO TRUE
               END-IF.
               PERFORM PROBE-TERM-GRADE THRU PROBE-TERM-GRADE-DONE.
               IF WS-GT-OLD-SEQ NOT = ZERO
                   IF WS-GT-OLD-GRADE = WS-GT-GRADE
                       MOVE "ALREADY POSTED WITH THAT GRADE"
                           TO WS-GT-REJECT-TEXT
                   ELSE
                       IF WS-GT-OLD-GRADE NOT = "MD"
                           IF WS-GT-GRADE = "MD"
                               MOVE "FINAL GRADE ALREADY POSTED"
                                   TO WS-GT-REJECT-TEXT
                           ELSE
                               PERFORM MARK-OLD-GRADE
                                   THRU MARK-OLD-GRADE-DONE
                               SET WS-GT-OLD-SUPERSEDED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-GT-GRADES-OPEN
                   CLOSE GRADE-MASTER
               END-IF.
               IF WS-GT-REJECT-TEXT NOT = SPACES
                   GO TO KEY-ONE-GRADE-OUTCOME
               END-IF.

               CALL 'UNTERPROGRAMM2' USING WS-GT-STUDENT-ID,
                   WS-GT-COURSE, WS-GT-GRADE, WS-GT-STATUS-CODE,
                   WS-GT-TERM.
               IF WS-GT-POSTED
                   PERFORM LOG-MAINT-ACTIVITY
                   GO TO KEY-ONE-GRADE-OUTCOME
               END-IF.
               EVALUATE WS-GT-STATUS-CODE
                   WHEN "IV"
                       MOVE "NOT A GRADE ON THE SCALE FOR THE TERM"
                           TO WS-GT-REJECT-TEXT
                   WHEN "NC"
                       MOVE "COURSE NOT ON THE CATALOG"
                           TO WS-GT-REJECT-TEXT
                   WHEN "DP"
                       MOVE "A GRADE IS ALREADY POSTED"
                           TO WS-GT-REJECT-TEXT
                   WHEN "TC"
                       MOVE "OUTSIDE THE TERM'S GRADING WINDOW"
                           TO WS-GT-REJECT-TEXT
                   WHEN OTHER
                       MOVE "NOT POSTED" TO WS-GT-REJECT-TEXT
               END-EVALUATE.
               IF WS-GT-OLD-SUPERSEDED
                   OPEN I-O GRADE-MASTER
                   IF WS-GRADE-STATUS = "00"
                       PERFORM MARK-OLD-GRADE THRU MARK-OLD-GRADE-DONE
                       CLOSE GRADE-MASTER
                   END-IF
               END-IF.
           KEY-ONE-GRADE-OUTCOME.
               IF WS-GT-REJECT-TEXT NOT = SPACES
                   DISPLAY "REJECTED - ", WS-GT-REJECT-TEXT
               ELSE
                   IF WS-GT-OLD-SUPERSEDED
                       DISPLAY "CHANGED ", WS-GT-STUDENT-ID, " ",
                           WS-GT-COURSE, " FROM ", WS-GT-OLD-GRADE,
                           " TO ", WS-GT-GRADE
                   ELSE
                       DISPLAY "POSTED ", WS-GT-STUDENT-ID, " ",
                           WS-GT-COURSE, " ", WS-GT-GRADE
                   END-IF
               END-IF.
           KEY-ONE-GRADE-DONE.
               EXIT.

      *    MARK-OLD-GRADE FLIPS THE TERM'S ENTRY FOUND BY THE PROBE -
      *    TO SUPERSEDED BEFORE A CHANGE, OR BACK TO CURRENT WHEN THE
      *    CHANGE WAS REFUSED.
           MARK-OLD-GRADE.
               MOVE WS-GT-STUDENT-ID TO GR-STUDENT-ID.
               MOVE WS-GT-COURSE TO GR-COURSE-CODE.
               MOVE WS-GT-OLD-SEQ TO GR-ENTRY-SEQ.
               READ GRADE-MASTER
                   INVALID KEY
                       GO TO MARK-OLD-GRADE-DONE
               END-READ.
               IF GR-CURRENT
                   SET GR-SUPERSEDED TO TRUE
               ELSE
                   SET GR-CURRENT TO TRUE
               END-IF.
               REWRITE GR-GRADE-RECORD.
           MARK-OLD-GRADE-DONE.
               EXIT.

           SHOW-ONE-OWN-TICKET.
               READ TICKET-FILE NEXT RECORD
                   AT END
                       SET WS-SELF-EOF TO TRUE
               END-READ.
               IF WS-SELF-EOF
                   CONTINUE
               ELSE
                   IF TK-STUDENT-ID NOT = WS-OWN-STUDENT-ID
                       SET WS-SELF-EOF TO TRUE
                   ELSE
                       DISPLAY "  TERM ", TK-TERM-CODE,
                           "  GROUP ", TK-PRIORITY-GROUP,
                           "  ADDS OPEN ", TK-START-DATE,
                           " AT ", TK-START-TIME
                       ADD 1 TO WS-SELF-LINES
                   END-IF
               END-IF.

      *    MAINTAIN-HOLD PLACES OR RELEASES ONE HOLD WHILE THE
      *    STUDENT WAITS - THE CASHIER'S-WINDOW CASE - WITH THE SAME
      *    CHECKS HOLDMNT MAKES OF A HOLDTRAN RECORD (ACTION, HOLD
      *    TYPE, STUDENT ON THE MASTER, HOLD ALREADY ACTIVE OR NOT
      *    ACTIVE) AND THE SAME HOLD RECORD, NOTIFICATION, AND
      *    OPERATOR-LOG ENTRY.  NOTHING IS CHANGED WHILE THE BATCH
      *    UPDATE HOLDS THE STUDENT MASTER.  A DEPARTMENT-SCOPED
      *    OPERATOR MAY ONLY TOUCH A STUDENT WITHIN THEIR SCOPE, AS
      *    ACCSRPT JUDGES IT: MAJOR IN THEIR DEPARTMENT, AND ON THEIR
      *    CAMPUS WHEN THEY HAVE ONE.
           MAINTAIN-HOLD.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               IF WS-MASTER-LOCKED
                   GO TO MAINTAIN-HOLD-DONE
               END-IF.
               CALL "OPERSCOP" USING OS-SCOPE-AREA.
               CALL "BIZDATE" USING WS-TODAY.
               MOVE SPACES TO WS-MT-REJECT-TEXT.
               MOVE SPACES TO WS-MT-TRANSCRIPT-FLAG.
               DISPLAY "ACTION (P=PLACE, R=RELEASE):".
               ACCEPT WS-MT-ACTION.
               DISPLAY "STUDENT ID:".
               ACCEPT WS-MT-STUDENT-ID.
               DISPLAY "HOLD TYPE (F=FINANCIAL, A=ADMINISTRATIVE, ",
                   "C=ACADEMIC):".
               ACCEPT WS-MT-HOLD-TYPE.
               IF NOT WS-MT-PLACE AND NOT WS-MT-RELEASE
                   MOVE "BAD ACTION CODE" TO WS-MT-REJECT-TEXT
                   GO TO MAINTAIN-HOLD-OUTCOME
               END-IF.
               IF WS-MT-HOLD-TYPE NOT = "F"
                       AND WS-MT-HOLD-TYPE NOT = "A"
                       AND WS-MT-HOLD-TYPE NOT = "C"
                   MOVE "BAD HOLD TYPE" TO WS-MT-REJECT-TEXT
                   GO TO MAINTAIN-HOLD-OUTCOME
               END-IF.
               IF WS-MT-PLACE
                   DISPLAY "BLOCKS TRANSCRIPT (Y/N):"
                   ACCEPT WS-MT-TRANSCRIPT-FLAG
               END-IF.

               SET WS-MT-SCOPE-CHECK TO TRUE.
               PERFORM CONFIRM-MAINT-STUDENT
                   THRU CONFIRM-MAINT-STUDENT-DONE.
               MOVE "N" TO WS-MT-SCOPE-SWITCH.
               IF WS-MT-REJECT-TEXT NOT = SPACES
                   GO TO MAINTAIN-HOLD-OUTCOME
               END-IF.
               IF NOT WS-MT-CONFIRMED
                   DISPLAY "NOTHING CHANGED"
                   GO TO MAINTAIN-HOLD-DONE
               END-IF.
      *    THE BATCH UPDATE MAY HAVE TAKEN THE MASTER WHILE THE
      *    OPERATOR WAS CONFIRMING - LOOK AGAIN BEFORE WRITING.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               IF WS-MASTER-LOCKED
                   DISPLAY "NOTHING CHANGED"
                   GO TO MAINTAIN-HOLD-DONE
               END-IF.

               OPEN I-O HOLD-FILE.
               IF WS-HOLD-STATUS = "35"
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF.
               IF WS-HOLD-STATUS NOT = "00"
                   MOVE "HOLD FILE NOT AVAILABLE" TO WS-MT-REJECT-TEXT
                   GO TO MAINTAIN-HOLD-OUTCOME
               END-IF.
               IF WS-MT-PLACE
                   PERFORM PLACE-ONE-HOLD THRU PLACE-ONE-HOLD-DONE
               ELSE
                   PERFORM RELEASE-ONE-HOLD
                       THRU RELEASE-ONE-HOLD-DONE
               END-IF.
               CLOSE HOLD-FILE.
               IF WS-MT-REJECT-TEXT = SPACES
                   PERFORM LOG-MAINT-ACTIVITY
               END-IF.
           MAINTAIN-HOLD-OUTCOME.
               IF WS-MT-REJECT-TEXT = SPACES
                   DISPLAY WS-MT-DONE-TEXT, " - STUDENT ",
                       WS-MT-STUDENT-ID, " TYPE ", WS-MT-HOLD-TYPE
               ELSE
                   DISPLAY "REJECTED - ", WS-MT-REJECT-TEXT
               END-IF.
           MAINTAIN-HOLD-DONE.
               EXIT.

      *    PLACE-ONE-HOLD WRITES OR REACTIVATES THE HOLD WITH THE
      *    OPERATOR AND DATE, AND QUEUES THE HOLD-PLACED EVENT.
           PLACE-ONE-HOLD.
               MOVE WS-MT-STUDENT-ID TO HD-STUDENT-ID.
               MOVE WS-MT-HOLD-TYPE TO HD-HOLD-TYPE.
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF WS-HOLD-STATUS = "00" AND HD-ACTIVE
                   MOVE "HOLD ALREADY ACTIVE" TO WS-MT-REJECT-TEXT
                   GO TO PLACE-ONE-HOLD-DONE
               END-IF.
               MOVE WS-MT-STUDENT-ID TO HD-STUDENT-ID.
               MOVE WS-MT-HOLD-TYPE TO HD-HOLD-TYPE.
               SET HD-ACTIVE TO TRUE.
               IF WS-MT-TRANSCRIPT-FLAG = "Y"
                   MOVE "Y" TO HD-TRANSCRIPT-FLAG
               ELSE
                   MOVE " " TO HD-TRANSCRIPT-FLAG
               END-IF.
               MOVE WS-TODAY TO HD-PLACED-DATE.
               MOVE OS-USERNAME TO HD-PLACED-BY.
               MOVE ZERO TO HD-RELEASE-DATE.
               MOVE SPACES TO HD-RELEASED-BY.
               WRITE HD-HOLD-RECORD
                   INVALID KEY
                       REWRITE HD-HOLD-RECORD
               END-WRITE.
               MOVE "HOLD PLACED" TO WS-MT-DONE-TEXT.

               OPEN EXTEND NOTIFY-QUEUE.
               IF WS-NOTIF-STATUS = "05" OR WS-NOTIF-STATUS = "35"
                   OPEN OUTPUT NOTIFY-QUEUE
               END-IF.
               IF WS-NOTIF-STATUS NOT = "00"
                   GO TO PLACE-ONE-HOLD-DONE
               END-IF.
               SET NF-EVENT-HOLD TO TRUE.
               MOVE WS-TODAY TO NF-EVENT-DATE.
               ACCEPT NF-EVENT-TIME FROM TIME.
               MOVE "MAINMENU" TO NF-SOURCE-PROGRAM.
               MOVE SPACES TO NF-SUBJECT-ID.
               MOVE WS-MT-STUDENT-ID TO NF-SUBJECT-ID.
               MOVE SPACES TO NF-EVENT-TEXT.
               STRING "HOLD TYPE " DELIMITED BY SIZE
                      WS-MT-HOLD-TYPE DELIMITED BY SIZE
                      " PLACED BY " DELIMITED BY SIZE
                      OS-USERNAME DELIMITED BY SIZE
                   INTO NF-EVENT-TEXT.
               WRITE NF-NOTIFY-RECORD.
               CLOSE NOTIFY-QUEUE.
           PLACE-ONE-HOLD-DONE.
               EXIT.

      *    RELEASE-ONE-HOLD FLIPS AN ACTIVE HOLD TO RELEASED.
           RELEASE-ONE-HOLD.
               MOVE WS-MT-STUDENT-ID TO HD-STUDENT-ID.
               MOVE WS-MT-HOLD-TYPE TO HD-HOLD-TYPE.
               READ HOLD-FILE
                   INVALID KEY
                       MOVE "HOLD NOT ON FILE" TO WS-MT-REJECT-TEXT
               END-READ.
               IF WS-MT-REJECT-TEXT NOT = SPACES
                   GO TO RELEASE-ONE-HOLD-DONE
               END-IF.
               IF NOT HD-ACTIVE
                   MOVE "HOLD NOT ACTIVE" TO WS-MT-REJECT-TEXT
                   GO TO RELEASE-ONE-HOLD-DONE
               END-IF.
               SET HD-RELEASED TO TRUE.
               MOVE WS-TODAY TO HD-RELEASE-DATE.
               MOVE OS-USERNAME TO HD-RELEASED-BY.
               REWRITE HD-HOLD-RECORD.
               MOVE "HOLD RELEASED" TO WS-MT-DONE-TEXT.
           RELEASE-ONE-HOLD-DONE.
               EXIT.

      *    ASSIGN-ADVISOR ASSIGNS OR REASSIGNS ONE STUDENT'S ADVISOR
      *    WITH ADVMAINT'S CHECKS - STUDENT ON THE MASTER, ADVISOR
      *    ACTIVE ON THE INSTRUCTOR MASTER, NOT ALREADY THE ADVISOR -
      *    AND LOGS THE CHANGE TO THE ADVISOR CHANGE HISTORY AND THE
      *    OPERATOR LOG.  A DEPARTMENT-SCOPED OPERATOR (OPERSCOP) MAY
      *    ONLY NAME AN ADVISOR FROM THEIR OWN DEPARTMENT.
           ASSIGN-ADVISOR.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               IF WS-MASTER-LOCKED
                   GO TO ASSIGN-ADVISOR-DONE
               END-IF.
               CALL "OPERSCOP" USING OS-SCOPE-AREA.
               CALL "BIZDATE" USING WS-TODAY.
               MOVE SPACES TO WS-MT-REJECT-TEXT.
               MOVE SPACES TO WS-MT-OLD-ADVISOR.
               DISPLAY "STUDENT ID:".
               ACCEPT WS-MT-STUDENT-ID.
               DISPLAY "ADVISOR (INSTRUCTOR ID):".
               ACCEPT WS-MT-ADVISOR-ID.

               OPEN INPUT INSTRUCTOR-MASTER.
               IF WS-INS-STATUS NOT = "00"
                   MOVE "ADVISOR NOT ON MASTER" TO WS-MT-REJECT-TEXT
                   GO TO ASSIGN-ADVISOR-OUTCOME
               END-IF.
               MOVE WS-MT-ADVISOR-ID TO IN-INSTRUCTOR-ID.
               READ INSTRUCTOR-MASTER
                   INVALID KEY
                       MOVE "ADVISOR NOT ON MASTER"
                           TO WS-MT-REJECT-TEXT
               END-READ.
               IF WS-MT-REJECT-TEXT = SPACES
                       AND (WS-INS-STATUS NOT = "00" OR NOT IN-ACTIVE)
                   MOVE "ADVISOR NOT ACTIVE" TO WS-MT-REJECT-TEXT
               END-IF.
               IF WS-MT-REJECT-TEXT = SPACES AND OS-SCOPED
                       AND IN-DEPARTMENT NOT = OS-DEPARTMENT
                   MOVE "ADVISOR NOT IN YOUR DEPARTMENT"
                       TO WS-MT-REJECT-TEXT
               END-IF.
               CLOSE INSTRUCTOR-MASTER.
               IF WS-MT-REJECT-TEXT NOT = SPACES
                   GO TO ASSIGN-ADVISOR-OUTCOME
               END-IF.

               PERFORM CONFIRM-MAINT-STUDENT
                   THRU CONFIRM-MAINT-STUDENT-DONE.
               IF WS-MT-REJECT-TEXT NOT = SPACES
                   GO TO ASSIGN-ADVISOR-OUTCOME
               END-IF.
               IF NOT WS-MT-CONFIRMED
                   DISPLAY "NOTHING CHANGED"
                   GO TO ASSIGN-ADVISOR-DONE
               END-IF.
      *    THE BATCH UPDATE MAY HAVE TAKEN THE MASTER WHILE THE
      *    OPERATOR WAS CONFIRMING - LOOK AGAIN BEFORE WRITING.
               PERFORM CHECK-MASTER-LOCK THRU CHECK-MASTER-LOCK-DONE.
               IF WS-MASTER-LOCKED
                   DISPLAY "NOTHING CHANGED"
                   GO TO ASSIGN-ADVISOR-DONE
               END-IF.

               OPEN I-O ADVISOR-FILE.
               IF WS-ADV-STATUS = "35"
                   OPEN OUTPUT ADVISOR-FILE
                   CLOSE ADVISOR-FILE
                   OPEN I-O ADVISOR-FILE
               END-IF.
               IF WS-ADV-STATUS NOT = "00"
                   MOVE "ADVISOR FILE NOT AVAILABLE"
                       TO WS-MT-REJECT-TEXT
                   GO TO ASSIGN-ADVISOR-OUTCOME
               END-IF.
               MOVE WS-MT-STUDENT-ID TO AV-STUDENT-ID.
               READ ADVISOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF WS-ADV-STATUS = "00"
                   MOVE AV-ADVISOR-ID TO WS-MT-OLD-ADVISOR
               END-IF.
               IF WS-MT-OLD-ADVISOR = WS-MT-ADVISOR-ID
                   MOVE "ALREADY ASSIGNED" TO WS-MT-REJECT-TEXT
                   CLOSE ADVISOR-FILE
                   GO TO ASSIGN-ADVISOR-OUTCOME
               END-IF.
               MOVE WS-MT-STUDENT-ID TO AV-STUDENT-ID.
               MOVE WS-MT-ADVISOR-ID TO AV-ADVISOR-ID.
               MOVE WS-TODAY TO AV-ASSIGN-DATE.
               MOVE OS-USERNAME TO AV-ASSIGNED-BY.
               WRITE AV-ADVISOR-RECORD
                   INVALID KEY
                       REWRITE AV-ADVISOR-RECORD
               END-WRITE.
               CLOSE ADVISOR-FILE.

               OPEN EXTEND ADVISOR-HISTORY.
               IF WS-AHIST-STATUS = "05" OR WS-AHIST-STATUS = "35"
                   OPEN OUTPUT ADVISOR-HISTORY
               END-IF.
               IF WS-AHIST-STATUS = "00"
                   MOVE WS-MT-STUDENT-ID TO AH-STUDENT-ID
                   MOVE WS-TODAY TO AH-CHANGE-DATE
                   ACCEPT AH-CHANGE-TIME FROM TIME
                   MOVE "MAINMENU" TO AH-PROGRAM-NAME
                   MOVE OS-USERNAME TO AH-OPERATOR
                   MOVE WS-MT-OLD-ADVISOR TO AH-OLD-ADVISOR
                   MOVE WS-MT-ADVISOR-ID TO AH-NEW-ADVISOR
                   WRITE AH-ADVISOR-CHANGE-RECORD
                   CLOSE ADVISOR-HISTORY
               END-IF.
               PERFORM LOG-MAINT-ACTIVITY.
           ASSIGN-ADVISOR-OUTCOME.
               IF WS-MT-REJECT-TEXT NOT = SPACES
                   DISPLAY "REJECTED - ", WS-MT-REJECT-TEXT
               ELSE
                   IF WS-MT-OLD-ADVISOR = SPACES
                       DISPLAY "ADVISOR ", WS-MT-ADVISOR-ID,
                           " ASSIGNED TO STUDENT ", WS-MT-STUDENT-ID
                   ELSE
                       DISPLAY "ADVISOR ", WS-MT-ADVISOR-ID,
                           " ASSIGNED TO STUDENT ", WS-MT-STUDENT-ID,
                           " (WAS ", WS-MT-OLD-ADVISOR, ")"
                   END-IF
               END-IF.
           ASSIGN-ADVISOR-DONE.
               EXIT.

      *    CONFIRM-MAINT-STUDENT READS THE STUDENT NAMED ON A HOLD OR
      *    ADVISOR SCREEN (IT MUST BE ON THE MASTER), SHOWS WHO IT
      *    IS, AND ASKS THE OPERATOR TO CONFIRM BEFORE ANYTHING IS
      *    WRITTEN.  THE READ IS LOGGED TO THE RECORD-ACCESS LOG.
      *    FOR THE HOLD SCREEN A STUDENT OUTSIDE THE OPERATOR'S
      *    SCOPE IS REFUSED BEFORE ANYTHING ABOUT THEM IS SHOWN.
           CONFIRM-MAINT-STUDENT.
               MOVE "N" TO WS-MT-CONFIRM.
               OPEN INPUT STUDENT-MASTER.
               IF WS-MAST-STATUS NOT = "00"
                   MOVE "STUDENT MASTER NOT AVAILABLE"
                       TO WS-MT-REJECT-TEXT
                   GO TO CONFIRM-MAINT-STUDENT-DONE
               END-IF.
               MOVE WS-MT-STUDENT-ID TO SM-STUDENT-ID.
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "STUDENT NOT ON MASTER"
                           TO WS-MT-REJECT-TEXT
               END-READ.
               IF WS-MT-REJECT-TEXT = SPACES
                       AND WS-MAST-STATUS NOT = "00"
                   MOVE "STUDENT NOT ON MASTER" TO WS-MT-REJECT-TEXT
               END-IF.
               CLOSE STUDENT-MASTER.
               IF WS-MT-REJECT-TEXT NOT = SPACES
                   GO TO CONFIRM-MAINT-STUDENT-DONE
               END-IF.
               IF WS-MT-SCOPE-CHECK
                   PERFORM CHECK-MAINT-SCOPE THRU CHECK-MAINT-SCOPE-DONE
                   IF WS-MT-REJECT-TEXT NOT = SPACES
                       GO TO CONFIRM-MAINT-STUDENT-DONE
                   END-IF
               END-IF.
               MOVE SM-STUDENT-ID TO VA-STUDENT-ID.
               SET VA-VIEWED TO TRUE.
               PERFORM LOG-STUDENT-ACCESS.
               DISPLAY "STUDENT ", SM-STUDENT-ID, "  ",
                   SM-STUDENT-NAME.
               DISPLAY "APPLY THIS CHANGE (Y/N):".
               ACCEPT WS-MT-CONFIRM.
           CONFIRM-MAINT-STUDENT-DONE.
               EXIT.

      *    CHECK-MAINT-SCOPE REFUSES A STUDENT OUTSIDE A DEPARTMENT-
      *    SCOPED OPERATOR'S SCOPE: THE MAJOR CODE MUST BE THEIR
      *    DEPARTMENT, AND WHEN THEY HAVE A CAMPUS THE STUDENT MUST
      *    BE ON IT (NO DEMOGRAPHIC RECORD COUNTS AS OFF IT, AS IN
      *    ACCSRPT).  ADMINS AND UNSCOPED USERS ARE NOT CHECKED.
           CHECK-MAINT-SCOPE.
               IF NOT OS-SCOPED
                   GO TO CHECK-MAINT-SCOPE-DONE
               END-IF.
               IF SM-MAJOR-CODE NOT = OS-DEPARTMENT
                   MOVE "STUDENT NOT IN YOUR DEPARTMENT"
                       TO WS-MT-REJECT-TEXT
                   GO TO CHECK-MAINT-SCOPE-DONE
               END-IF.
               IF OS-CAMPUS = SPACES
                   GO TO CHECK-MAINT-SCOPE-DONE
               END-IF.
               MOVE "STUDENT NOT ON YOUR CAMPUS" TO WS-MT-REJECT-TEXT.
               PERFORM OPEN-DEMOG THRU OPEN-DEMOG-DONE.
               IF NOT WS-DEMOG-OPEN
                   GO TO CHECK-MAINT-SCOPE-DONE
               END-IF.
               MOVE SM-STUDENT-ID TO DG-STUDENT-ID.
               READ STUDENT-DEMOG
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF WS-DEMO-STATUS = "00" AND DG-CAMPUS = OS-CAMPUS
                   MOVE SPACES TO WS-MT-REJECT-TEXT
               END-IF.
               PERFORM CLOSE-DEMOG THRU CLOSE-DEMOG-DONE.
           CHECK-MAINT-SCOPE-DONE.
               EXIT.

      *    LOG-MAINT-ACTIVITY APPENDS ONE OPERATOR ACTIVITY LOG ENTRY
      *    FOR AN APPLIED ONLINE CHANGE, CHAINED BY AUDCHAIN AS
      *    STUDMAIN'S ENTRIES ARE.
           LOG-MAINT-ACTIVITY.
               OPEN EXTEND OPERATOR-LOG.
               IF WS-OPLOG-STATUS = "05" OR WS-OPLOG-STATUS = "35"
                   OPEN OUTPUT OPERATOR-LOG
               END-IF.
               IF WS-OPLOG-STATUS = "00"
                   MOVE OS-USERNAME TO OL-USERNAME
                   MOVE "MAINMENU" TO OL-PROGRAM-NAME
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

      *    CHECK-MASTER-LOCK TELLS THE OPERATOR WHEN THE BATCH UPDATE
      *    HOLDS THE MASTER, AND WHEN TO TRY AGAIN, INSTEAD OF
      *    LETTING A LOOKUP SEE A STUDENT BETWEEN THE DELETE AND
               END-READ.
               IF WS-LOCK-STATUS = "00"
                   SET WS-MASTER-LOCKED TO TRUE
                   IF WS-REG-LOCK-CHECK
                       DISPLAY "REGISTRATION IS PAUSED FOR THE ",
                           "NIGHTLY RUN (", LK-HOLDER-PROGRAM,
                           ") - TRY AFTER ", LK-TRY-AFTER-HHMM
                   ELSE
                       DISPLAY "STUDENT MASTER IN BATCH UPDATE ",
                           "(", LK-HOLDER-PROGRAM, ") - TRY AFTER ",
                           LK-TRY-AFTER-HHMM
                   END-IF
               END-IF.
               CLOSE MASTER-LOCK.
           CHECK-MASTER-LOCK-DONE.
