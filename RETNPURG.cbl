000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-08-22  RO   ORIGINAL PROGRAM.
000193*   2026-10-15  RO   AUDIT ARCHIVE AND KEPT RECORDS WIDENED FOR
000196*                    THE EIGHT-DIGIT STUDENT ID.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    RETNPURG.
000820 FD  AUDIT-LOG.
000830     COPY "auditrec.cpy".
000840 FD  AUDIT-ARCHIVE.
000850 01  AC-ARCHIVE-RECORD        PIC X(32).
000860 FD  AUDIT-KEPT.
000870 01  AN-KEPT-RECORD           PIC X(32).

000880 FD  ARCHIVE-INDEX.
000890     COPY "archidx.cpy".
