       01  WS-CARD-ON-STAY         PIC X.
       01  WS-EXCEPTION-KIND       PIC X(20).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'SECURITYEXC' TO RCA-REPORT-NAME
           MOVE '../DATA/SECURITYEXC.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Events read : " WS-EVENT-COUNT
           DISPLAY "Exceptions  : " WS-EXCEPTION-COUNT
