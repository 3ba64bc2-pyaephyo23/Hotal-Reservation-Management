               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO DC-LINE
           WRITE DC-LINE
           CLOSE DISCREPANCY-FILE
           MOVE 'SKIPSLEEP' TO RCA-REPORT-NAME
           MOVE '../DATA/SKIPSLEEP.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Skips  (possible walked bills) : "
                   WS-SKIP-COUNT
