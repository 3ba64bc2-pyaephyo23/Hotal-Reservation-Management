       01  WS-MONTH-STAYS          PIC 9(5) VALUE 0.
       01  WS-REPORT-DATE          PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           CLOSE REMIT-REPORT-FILE
           MOVE 'LEVYREMIT' TO RCA-REPORT-NAME
           MOVE '../DATA/LEVYREMIT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Departures with levy : " WS-MONTH-STAYS
           DISPLAY "Levy collected       : " WS-MONTH-LEVY
