               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

                   DELIMITED BY SIZE INTO MX-LINE
               WRITE MX-LINE
               CLOSE EXCEPTION-REPORT-FILE
               MOVE 'MINIBAREX' TO RCA-REPORT-NAME
               MOVE '../DATA/MINIBAREX.RPT' TO RCA-REPORT-FILE
               MOVE 0 TO RCA-BUSINESS-DATE
               CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           END-IF.

       ADD-TO-PICK-LIST.
