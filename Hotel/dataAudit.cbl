       01  WS-CHECK-COUNTER-NAME   PIC X(10).
       01  WS-CHECK-MAX-ID         PIC 9(5).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           PERFORM WRITE-AUDIT-SUMMARY

           CLOSE AUDIT-REPORT-FILE
           MOVE 'DATAAUDIT' TO RCA-REPORT-NAME
           MOVE '../DATA/DATAAUDIT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           GOBACK.

      *****************************************************************
