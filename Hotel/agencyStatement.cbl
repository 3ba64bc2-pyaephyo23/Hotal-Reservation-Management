
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE
           CLOSE STATEMENT-FILE
           MOVE 'AGYSTMT' TO RCA-REPORT-NAME
           MOVE '../DATA/AGYSTMT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           PERFORM RECORD-SETTLEMENT

