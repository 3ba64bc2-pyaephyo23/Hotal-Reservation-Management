       01  REPORT-RETENTION-RECORD.
           05  RRT-REPORT-NAME     PIC X(16).
           05  RRT-KEEP-DAYS       PIC 9(4).
