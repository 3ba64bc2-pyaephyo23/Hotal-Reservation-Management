       01  REPORT-CATALOG-AREA.
           05  RCA-REPORT-NAME     PIC X(16).
           05  RCA-REPORT-FILE     PIC X(40).
           05  RCA-BUSINESS-DATE   PIC 9(8).
           05  RCA-CATALOG-ID      PIC 9(5).
