      *  (AIDPOST) APPLIES OPEN AWARDS AS CREDITS AGAINST THE     *
      *  TERM'S STUBILL CHARGES (OVER-AWARD CHECKED AGAINST THE   *
      *  ASSESSED AMOUNT) AND FLIPS THEM TO POSTED WITH THE DATE, *
      *  SO AN AWARD CAN NEVER POST TWICE.  WHEN THE STUDENT      *
      *  WITHDRAWS, THE RETURN-OF-AID STEP (AIDRETN) TAKES BACK   *
      *  THE UNEARNED PART AND FLIPS THE AWARD TO RETURNED; THE   *
      *  AMOUNT RETURNED IS ON THE AIDRETRN AUDIT FILE.           *
      *-----------------------------------------------------------*
       01  AW-AWARD-RECORD.
           05  AW-AWARD-KEY.
               10  AW-STUDENT-ID       PIC 9(8).
               10  AW-TERM-CODE        PIC X(5).
               10  AW-AWARD-CODE       PIC X(6).
           05  AW-AMOUNT               PIC 9(7)V99.
           05  AW-AWARD-STATUS         PIC X(1).
               88  AW-OPEN             VALUE "O".
               88  AW-POSTED           VALUE "P".
               88  AW-RETURNED         VALUE "R".
           05  AW-POSTED-DATE          PIC 9(8).
