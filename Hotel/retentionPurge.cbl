               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO PG-LINE
           WRITE PG-LINE
           CLOSE PURGE-REPORT-FILE
           MOVE 'PURGE' TO RCA-REPORT-NAME
           MOVE '../DATA/PURGE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Customers anonymized : " WS-PURGED-COUNT
           DISPLAY "Guarded or skipped   : " WS-SKIPPED-COUNT
                       NOT AT END
                           IF PAYMENT-INVOICE-ID =
                                   WS-CHECK-INVOICE-ID
                               *> A lost card dispute gives the
                               *> money back - the stay is owed again
                               IF FUNCTION TRIM(PAYMENT-METHOD) =
                                       'Chargeback'
                                   IF PAYMENT-AMOUNT > WS-INV-PAID
                                       MOVE 0 TO WS-INV-PAID
                                   ELSE
                                       SUBTRACT PAYMENT-AMOUNT
                                           FROM WS-INV-PAID
                                   END-IF
                               ELSE
                                   ADD PAYMENT-AMOUNT TO WS-INV-PAID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE SPACES TO CUSTOMER-EMAIL
           MOVE SPACES TO NRC-NUMBER
           MOVE SPACES TO COMPANY-NAME
           MOVE SPACES TO CUSTOMER-ADDRESS
           REWRITE CUSTOMER-RECORD.

       *> Guest-register rows have no customer key - the name the
                               WS-SCAN-NAME-UPPER(1:20)
                           MOVE WS-ANON-NAME TO GUEST-NAME
                           MOVE SPACES TO GUEST-NRC
                           MOVE SPACES TO GUEST-ADDRESS
                           MOVE SPACES TO GUEST-ASSIST
                           REWRITE GUEST-RECORD
                       END-IF
               END-READ
