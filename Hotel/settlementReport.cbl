       01  WS-CHECK-INVOICE-ID     PIC 9(5).
       01  WS-FORMATTED-AMT        PIC $(9).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           PERFORM TALLY-AND-CHECK-INVOICES
           PERFORM WRITE-SETTLEMENT-SUMMARY
           CLOSE SETTLE-REPORT-FILE
           MOVE 'SETTLEMENT' TO RCA-REPORT-NAME
           MOVE '../DATA/SETTLEMENT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           GOBACK.

       OPEN-SETTLE-REPORT.
                           ADD 1 TO WS-PAYMENT-COUNT
                           *> RefundOut rows are money leaving the
                           *> till - the refund payout batch writes
                           *> them so the drawer still nets. A lost
                           *> card dispute is taken back by the bank
                           *> as a Chargeback row and nets the same.
                           IF FUNCTION TRIM(PAYMENT-METHOD) =
                                   'RefundOut'
                              OR FUNCTION TRIM(PAYMENT-METHOD) =
                                   'Chargeback'
                               SUBTRACT PAYMENT-AMOUNT FROM
                                   WS-PAYMENTS-TOTAL
                           ELSE
                           MOVE 'Y' TO WS-PMT-EOF
                       NOT AT END
                           IF PAYMENT-INVOICE-ID = WS-CHECK-INVOICE-ID
                               IF FUNCTION TRIM(PAYMENT-METHOD) =
                                       'Chargeback'
                                   IF PAYMENT-AMOUNT >
                                           WS-PAID-FOR-INVOICE
                                       MOVE 0 TO WS-PAID-FOR-INVOICE
                                   ELSE
                                       SUBTRACT PAYMENT-AMOUNT FROM
                                           WS-PAID-FOR-INVOICE
                                   END-IF
                               ELSE
                                   ADD PAYMENT-AMOUNT TO
                                       WS-PAID-FOR-INVOICE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
