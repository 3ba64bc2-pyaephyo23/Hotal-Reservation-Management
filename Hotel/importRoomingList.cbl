       01  WS-NEW-PATH             PIC X(30).
       01  WS-CALL-STATUS          PIC S9(9) COMP.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO IR-LINE
           WRITE IR-LINE
           CLOSE IMPORT-REPORT-FILE
           MOVE 'ROOMINGIMPORT' TO RCA-REPORT-NAME
           MOVE '../DATA/ROOMINGIMPORT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           PERFORM RETIRE-PROCESSED-FILE

