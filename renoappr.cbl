               fd  pending-renumbers.
               copy "pendreno.cpy".
               fd  pending-rewrite.
               01 PN-PENDING-NEW PIC X(67).
               fd  approved-trans.
               01 AP-APPROVED-TRANSACTION PIC X(45).
               working-storage section.
               01 WS-PEND-STATUS PIC X(2).
               01 WS-NEW-STATUS PIC X(2).
