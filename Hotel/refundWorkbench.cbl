               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO RM-LINE
           WRITE RM-LINE
           CLOSE REMITTANCE-FILE
           MOVE 'REMITTANCE' TO RCA-REPORT-NAME
           MOVE '../DATA/REMITTANCE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Refunds paid: " WS-PAID-COUNT
                   "  total " WS-PAID-TOTAL
           MOVE REFUND-AMOUNT TO PAYMENT-SETTLE-AMT
           PERFORM FIND-CASHIER-SESSION
           MOVE WS-CASH-SESSION-ID TO PAYMENT-SESSION-ID
           MOVE SPACES TO PAYMENT-CARD-REF
           MOVE 'N' TO PAYMENT-RECON-FLAG
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE.

