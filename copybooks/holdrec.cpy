      *  HOLDREC.CPY                                              *
      *  STUDENT HOLD RECORD, KEYED ON STUDENT ID PLUS HOLD TYPE  *
      *  (F = FINANCIAL, A = ADMINISTRATIVE, C = ACADEMIC).       *
      *  PLACED AND RELEASED THROUGH HOLDMNT, OR ONLINE FROM THE  *
      *  MAIN MENU UNDER THE SAME RULES, WITH THE OPERATOR AND    *
      *  DATE RECORDED; RELEASED HOLDS ARE KEPT FOR HISTORY.      *
      *  ANY ACTIVE HOLD BLOCKS REGISTRATION ADDS (ENRLBAT); AN   *
      *  ACTIVE HOLD FLAGGED TRANSCRIPT-BLOCKING ALSO WITHHOLDS   *
      *  THE TRANSCRIPT PRINT (TRNSCRPT).  A FINANCIAL HOLD THE   *
      *  MONTHLY LATE-FEE STEP PLACES CARRIES HD-PLACED-BY        *
      *  "LATEF" AND IS RELEASED BY THE SYSTEM (LATEFEE, PAYPOST) *
      *  ONCE THE STUDENT'S BALANCES FALL UNDER THE POLICY        *
      *  THRESHOLD.  A HOLD KEYED BY A PERSON IS LEFT ALONE.      *
      *  THE RETURNED-PAYMENT RUN (RTNPAY) PLACES A FINANCIAL     *
      *  HOLD BY "RTNPY" (TAKING OVER A "LATEF" ONE, SO A LATER   *
      *  PAYMENT DOES NOT LIFT IT); ONLY A PERSON RELEASES IT     *
      *  (HOLDMNT OR THE MAIN MENU).                              *
      *-----------------------------------------------------------*
       01  HD-HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-STUDENT-ID       PIC 9(8).
               10  HD-HOLD-TYPE        PIC X(1).
                   88  HD-TYPE-FINANCIAL      VALUE "F".
                   88  HD-TYPE-ADMINISTRATIVE VALUE "A".
