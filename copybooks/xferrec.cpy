      *-----------------------------------------------------------*
       01  XF-TRANSFER-RECORD.
           05  XF-TRANSFER-KEY.
               10  XF-STUDENT-ID       PIC 9(8).
               10  XF-COURSE-CODE      PIC X(6).
           05  XF-SOURCE-INST          PIC X(20).
           05  XF-EXT-COURSE           PIC X(10).
