       01  WS-FROM-DATE            PIC 9(8).
       01  WS-TO-DATE              PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

                   DELIMITED BY SIZE INTO EX-LINE
               WRITE EX-LINE
               CLOSE EXTRACT-FILE
               MOVE 'AUDITEXTRACT' TO RCA-REPORT-NAME
               MOVE '../DATA/AUDITEXTRACT.RPT' TO RCA-REPORT-FILE
               MOVE 0 TO RCA-BUSINESS-DATE
               CALL 'reportCatalog' USING REPORT-CATALOG-AREA
               DISPLAY "Extract written to AUDITEXTRACT.RPT"
           END-IF.

