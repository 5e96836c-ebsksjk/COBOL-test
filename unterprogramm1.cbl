               01 WS-AUDIT-STATUS PIC X(2).
               01 WS-MASTER-STATUS PIC X(2).
               01 WS-MAJOR-STATUS PIC X(2).
               01 WS-OLD-STUDENT-ID PIC 9(8).
               01 WS-NEW-STUDENT-ID PIC 9(8).
               01 WS-MAJOR-OK-SWITCH PIC X(1).
                   88 WS-MAJOR-OK VALUE "Y".
               01 WS-DOB-OK-SWITCH PIC X(1).
               01 WS-AUDIT-OPEN-SWITCH PIC X(1) VALUE "N".
                   88 WS-AUDIT-OPEN VALUE "Y".
               linkage section.
               01 LS-STUDENT-ID PIC 9(8).
               01 LS-STUDENT-NAME PIC A(15).
               01 LS-DATE-OF-BIRTH PIC 9(8).
               01 LS-MAJOR-CODE PIC X(4).
                   88 LS-STATUS-INVALID   VALUE "IV".
                   88 LS-STATUS-BADMAJOR  VALUE "IM".
                   88 LS-STATUS-BADDOB    VALUE "DB".
               01 LS-REQUESTED-NEW-ID PIC 9(8).
               01 LS-FUNCTION-CODE PIC X(1).
                   88 LS-FUNC-UPDATE VALUE "U".
                   88 LS-FUNC-FINISH VALUE "F".
