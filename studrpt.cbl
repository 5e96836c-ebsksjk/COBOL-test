
001180     MOVE SPACES TO WS-PRINT-LINE.
001190     STRING SM-STUDENT-ID   DELIMITED BY SIZE
001200            "     "         DELIMITED BY SIZE
001210            SM-STUDENT-NAME DELIMITED BY SIZE
001220         INTO WS-PRINT-LINE.
001230     WRITE RR-REPORT-LINE FROM WS-PRINT-LINE.
