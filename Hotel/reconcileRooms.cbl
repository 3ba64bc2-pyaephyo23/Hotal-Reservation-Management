       01  WS-DISPLAY-MISMATCH     PIC ZZ9.
       01  WS-DISPLAY-CHECKED      PIC ZZ9.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           PERFORM RECONCILE-ROOMS-AGAINST-ACTUAL
           PERFORM WRITE-RECONCILE-SUMMARY
           CLOSE RECONCILE-REPORT-FILE
           MOVE 'RECONCILE' TO RCA-REPORT-NAME
           MOVE '../DATA/RECONCILE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           GOBACK.

       OPEN-RECONCILE-REPORT.
