       *> Screen formatting
       01 CLEAR-SCREEN       PIC X(4) VALUE X"1B5B324A".
       01 WS-DUMMY-INPUT     PIC X.
       01 WS-REPRINT-INVOICE PIC 9(5).

       *> Printed invoice call area
       COPY "./CopyBooks/PRTINVAREA.cpy".

       01  WS-HEADER-1.
           05 FILLER               PIC X(7) VALUE 'INVOICE'.
           "in ID                   "
           DISPLAY "                        4. Export All Invoices to "
           "CSV                "
           DISPLAY "                        5. Reprint an Invoice (COP"
           "Y)                 "
           DISPLAY "                                                   "
           DISPLAY "==================================================="
           "============================"
               WHEN 2 PERFORM SEARCH-BY-INVOICE-ID
               WHEN 3 PERFORM SEARCH-BY-CHECKIN-ID
               WHEN 4 PERFORM EXPORT-INVOICES-CSV
               WHEN 5 PERFORM REPRINT-INVOICE
               WHEN 9 GOBACK
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY RED-COLOR "*** ERROR: Invalid selection. P"
                   "lease choose 1-5 or 9. ***" RESET-COLOR
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
           MOVE "/" TO WS-FORMATTED-DATE(8:1)
           MOVE CREATED-AT-IV(7:2) TO WS-FORMATTED-DATE(9:2).

       *> Any invoice, void or not, goes back to paper marked COPY
       *> in the same layout the guest was given at checkout.
       REPRINT-INVOICE.
           DISPLAY CLEAR-SCREEN
           DISPLAY YELLOW-COLOR
           DISPLAY "==============================================="
           "================================"
           DISPLAY "                         REPRINT AN INVOICE   "
           "                               "
           DISPLAY "==============================================="
           "================================"
           RESET-COLOR
           DISPLAY " "
           DISPLAY "Enter Invoice ID to reprint: "
           ACCEPT WS-REPRINT-INVOICE
           IF WS-REPRINT-INVOICE = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PRINT-INVOICE-AREA
           MOVE WS-REPRINT-INVOICE TO PIA-INVOICE-ID
           MOVE 'Y' TO PIA-COPY-FLAG
           CALL 'printInvoice' USING PRINT-INVOICE-AREA
           DISPLAY " "
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

       EXPORT-INVOICES-CSV.
           MOVE 0 TO WS-CSV-RECORD-COUNT
           MOVE 'N' TO WS-EOF
