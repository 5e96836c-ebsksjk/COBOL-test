      *-----------------------------------------------------------*
      *  LETTMPL.CPY                                              *
      *  LETTER TEMPLATE LINE (LETTMPL, LINE SEQUENTIAL) - ONE    *
      *  RECORD PER PRINTED LINE OF A LETTER, GROUPED BY LETTER   *
      *  CODE AND PRINTED IN FILE ORDER.  THE LINE NUMBER IS FOR  *
      *  THE REGISTRAR'S OFFICE'S OWN MAINTENANCE.  THE TEXT MAY  *
      *  CARRY MERGE FIELDS, AN AMPERSAND AND A TWO-LETTER NAME,  *
      *  WHICH LETTPRT REPLACES FROM THE REQUEST AND THE          *
      *  STUDENT'S RECORDS:                                       *
      *    &NM NAME            &ID STUDENT (APPLICANT) NUMBER     *
      *    &A1 ADDRESS LINE 1  &A2 ADDRESS LINE 2                 *
      *    &CZ CITY STATE ZIP  &DT LETTER DATE                    *
      *    &TM TERM            &GP TERM GPA                       *
      *    &ST STANDING        &AV ADVISOR NAME                   *
      *    &CR COURSE                                             *
      *  A LINE MADE UP ONLY OF MERGE FIELDS THAT COME OUT BLANK  *
      *  (AN EMPTY SECOND ADDRESS LINE) IS LEFT OUT.              *
      *-----------------------------------------------------------*
       01  LT-TEMPLATE-LINE.
           05  LT-LETTER-CODE          PIC X(2).
           05  LT-LINE-NO              PIC 9(3).
           05  LT-LINE-TEXT            PIC X(70).
