       01  WS-CONVERTED-VALUE      PIC 9(9) VALUE 0.
       01  WS-CONVERSION-PCT       PIC 9(3) VALUE 0.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO QR-LINE
           WRITE QR-LINE
           CLOSE QUOTE-REPORT-FILE
           MOVE 'QUOTES' TO RCA-REPORT-NAME
           MOVE '../DATA/QUOTES.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Issued    : " WS-ISSUED-COUNT
                   " (value " WS-ISSUED-VALUE ")"
