               10 WS-CO-NAME       PIC X(30).
               10 WS-CO-GL         PIC S9(12).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO FR-LINE
           WRITE FR-LINE
           CLOSE REVAL-REPORT-FILE
           MOVE 'FXREVAL' TO RCA-REPORT-NAME
           MOVE '../DATA/FXREVAL.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           PERFORM APPEND-JOURNAL-LINE


       *> City-ledger entries carry no currency of their own - the
       *> invoice they bill does. Entries with no invoice are base-
       *> currency house entries and stay put. Only the part not yet
       *> paid is exposed, so part-paid charges revalue the balance.
       REVALUE-CITY-LEDGER.
           OPEN INPUT CITYLEDG-FILE
           IF CL-FILE-ERROR
                           IF WS-INV-CCY NOT = SPACES
                              AND WS-INV-CCY NOT = WS-BASE-CCY
                               MOVE WS-INV-CCY TO WS-ITEM-CCY
                               COMPUTE WS-ITEM-AMOUNT =
                                   CL-AMOUNT - CL-APPLIED-AMT
                               MOVE CL-ENTRY-DATE TO WS-ITEM-DATE
                               MOVE CL-COMPANY-NAME
                                   TO WS-ITEM-COMPANY
