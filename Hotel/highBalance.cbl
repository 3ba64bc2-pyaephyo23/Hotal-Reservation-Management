               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               DELIMITED BY SIZE INTO HB-LINE
           WRITE HB-LINE
           CLOSE HIGHBAL-REPORT-FILE
           MOVE 'HIGHBAL' TO RCA-REPORT-NAME
           MOVE '../DATA/HIGHBAL.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "High-balance stays: " WS-HIGH-COUNT
           DISPLAY "Report written to HIGHBAL.RPT"
