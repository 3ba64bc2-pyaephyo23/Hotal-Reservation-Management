      * voids it with a mandatory reason, a numbered credit note is
      * issued for the full amount (sequenced through COUNTERS.DAT
      * like the invoice numbers), and optionally a corrected
      * invoice is reissued linked back to the original, taxed code
      * by code the way the original was. The revenue
      * and settlement reports skip Void invoices, so the books and
      * the drawer finally agree. Each credit note is printed in the
      * guest invoice layout (printInvoice) when it is issued, and
      * can be reprinted marked COPY.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PERIOD
               FILE STATUS IS WS-CP-FILE-STATUS.
           SELECT INVTAX-FILE ASSIGN TO '../DATA/INVTAX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-KEY
               FILE STATUS IS WS-IT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODS-FILE.
       COPY "./CopyBooks/PERIODS.cpy".

       FD  INVTAX-FILE.
       COPY "./CopyBooks/INVTAX.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
       01  WS-SAVE-TAX-RATE        PIC 9(2).
       01  WS-SAVE-CURRENCY        PIC X(3).
       01  WS-SAVE-TOTAL           PIC 9(9).
       01  WS-SAVE-EXEMPT-CERT     PIC X(20).
       01  WS-SAVE-EXEMPT-AMOUNT   PIC 9(9).
       01  WS-SAVE-GRATUITY        PIC 9(7).
       01  WS-ORIG-NOTE            PIC X(20).
       01  WS-NEXT-CN-ID           PIC 9(5).
       01  WS-NEXT-INVOICE-ID      PIC 9(5).
           88 CP-FILE-OK           VALUE 00.
           88 CP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PERIOD-CLOSED        PIC X.
       01  WS-REPRINT-CN-ID        PIC 9(5).
       01  WS-IT-FILE-STATUS       PIC 99.
           88 IT-FILE-OK           VALUE 00.
           88 IT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SAVE-ROOM-CHARGE     PIC 9(9).
       01  WS-SAVE-SVC-CHARGE      PIC 9(9).

       *> The corrected charges spread over the original's tax codes
       01  WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 10 TIMES.
              10 WS-RT-ROOM        PIC 9(9).
              10 WS-RT-SVC         PIC 9(9).
              10 WS-RT-TAX         PIC 9(9).
              10 WS-RT-EXEMPT      PIC 9(9).
       01  WS-RT-IDX               PIC 9(2).
       01  WS-RT-STD               PIC 9(2).
       01  WS-RT-LEFT              PIC 9(9).
       01  WS-RT-SVC-BASE          PIC 9(9).
       01  WS-ORIG-ROOM-TOTAL      PIC 9(9).
       01  WS-ORIG-SVC-TOTAL       PIC 9(9).
       01  WS-NEW-TAX-TOTAL        PIC 9(9).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Printed invoice call area
       COPY "./CopyBooks/PRTINVAREA.cpy".

       *> Invoice tax breakdown and tax code look-up call areas
       COPY "./CopyBooks/INVTAXAREA.cpy".
       COPY "./CopyBooks/TAXAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DISPLAY "***********************************************"
               DISPLAY "1. Void an invoice (Manager)"
               DISPLAY "2. List credit notes"
               DISPLAY "3. Reprint a credit note"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
                       PERFORM VOID-ONE-INVOICE
                   WHEN 2
                       PERFORM LIST-CREDIT-NOTES
                   WHEN 3
                       PERFORM REPRINT-CREDIT-NOTE
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
           MOVE CHECKIN-ID-IV TO WS-SAVE-CHECKIN-ID
           MOVE BOOKING-ID-IV TO WS-SAVE-BOOKING-ID
           MOVE TAX-RATE TO WS-SAVE-TAX-RATE
           MOVE ROOM-CHARGE TO WS-SAVE-ROOM-CHARGE
           MOVE SERVICE-CHARGE TO WS-SAVE-SVC-CHARGE
           MOVE INVOICE-CURRENCY TO WS-SAVE-CURRENCY
           MOVE TOTAL-CHARGE TO WS-SAVE-TOTAL
           MOVE TAX-EXEMPT-CERT-IV TO WS-SAVE-EXEMPT-CERT
           MOVE EXEMPT-AMOUNT-IV TO WS-SAVE-EXEMPT-AMOUNT
           MOVE GRATUITY-IV TO WS-SAVE-GRATUITY

           MOVE 'Void' TO INVOICE-STATUS
           REWRITE INVOICE-RECORD
           PERFORM ISSUE-CREDIT-NOTE
           DISPLAY "Invoice " WS-VOID-INVOICE-ID " voided - credit "
                   "note " WS-NEXT-CN-ID " issued."
           INITIALIZE PRINT-INVOICE-AREA
           MOVE WS-NEXT-CN-ID TO PIA-CREDIT-NOTE-ID
           MOVE 'N' TO PIA-COPY-FLAG
           CALL 'printInvoice' USING PRINT-INVOICE-AREA

           DISPLAY "Reissue a corrected invoice? (Y/N): "
           ACCEPT WS-REISSUE-CHOICE
           CLOSE CREDITNOTE-FILE.

       *> The corrected invoice takes fresh charges from the desk,
       *> re-taxes them under the original's tax codes in the same
       *> proportions (or at its single rate if it predates tax
       *> codes), and carries a line naming
       *> the invoice it replaces. Gratuity already taken for the
       *> staff pool carries across unchanged, outside the tax.
       REISSUE-CORRECTED-INVOICE.
           DISPLAY "Corrected room charge: "
           ACCEPT WS-NEW-ROOM-CHARGE
           DISPLAY "Corrected service charge: "
           ACCEPT WS-NEW-SVC-CHARGE
           PERFORM RETAX-CORRECTED-CHARGES

           PERFORM GENERATE-NEXT-INVOICE-ID
           OPEN I-O INVOICES-FILE
           MOVE WS-SAVE-TAX-RATE TO TAX-RATE
           COMPUTE TOTAL-CHARGE =
               WS-NEW-ROOM-CHARGE + WS-NEW-SVC-CHARGE +
               WS-NEW-TAX-TOTAL + WS-SAVE-GRATUITY
           MOVE WS-CURRENT-DATE-NUM TO CREATED-AT-IV
           MOVE 1 TO SERVICE-ITEM-COUNT
           MOVE ZEROS TO DEPOSIT-CREDIT
           MOVE SPACES TO PROMO-CODE-IV
           MOVE ZEROS TO LEVY-AMOUNT-IV
           MOVE ZEROS TO RECEIPT-NO-IV
           MOVE WS-SAVE-EXEMPT-CERT TO TAX-EXEMPT-CERT-IV
           MOVE WS-SAVE-EXEMPT-AMOUNT TO EXEMPT-AMOUNT-IV
           MOVE WS-SAVE-GRATUITY TO GRATUITY-IV
           MOVE SPACES TO PROPERTY-IV
           MOVE 'REISSUE' TO SI-CODE(1)
           MOVE SPACES TO WS-ORIG-NOTE
               NOT INVALID KEY
                   DISPLAY "Corrected invoice " WS-NEXT-INVOICE-ID
                           " issued, total " TOTAL-CHARGE "."
                   PERFORM WRITE-CORRECTED-TAX-ROWS
           END-WRITE
           CLOSE INVOICES-FILE.

       RETAX-CORRECTED-CHARGES.
           INITIALIZE WS-RT-TABLE
           MOVE WS-VOID-INVOICE-ID TO ITA-INVOICE-ID
           MOVE WS-SAVE-ROOM-CHARGE TO ITA-ROOM-CHARGE
           MOVE WS-SAVE-SVC-CHARGE TO ITA-SERVICE-CHARGE
           MOVE WS-SAVE-TAX-RATE TO ITA-TAX-RATE
           CALL 'invoiceTax' USING INVOICE-TAX-AREA
           MOVE 0 TO WS-ORIG-ROOM-TOTAL
           MOVE 0 TO WS-ORIG-SVC-TOTAL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ITA-LINE-COUNT
               ADD ITA-ROOM-BASE(WS-RT-IDX) TO WS-ORIG-ROOM-TOTAL
               COMPUTE WS-ORIG-SVC-TOTAL = WS-ORIG-SVC-TOTAL
                   + ITA-BASE(WS-RT-IDX) - ITA-ROOM-BASE(WS-RT-IDX)
           END-PERFORM

           *> Room charge over the room bases, any division remainder
           *> to the first of them.
           MOVE WS-NEW-ROOM-CHARGE TO WS-RT-LEFT
           IF WS-ORIG-ROOM-TOTAL > 0
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > ITA-LINE-COUNT
                   COMPUTE WS-RT-ROOM(WS-RT-IDX) = WS-NEW-ROOM-CHARGE
                       * ITA-ROOM-BASE(WS-RT-IDX) / WS-ORIG-ROOM-TOTAL
                   SUBTRACT WS-RT-ROOM(WS-RT-IDX) FROM WS-RT-LEFT
               END-PERFORM
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > ITA-LINE-COUNT
                          OR WS-RT-LEFT = 0
                   IF ITA-ROOM-BASE(WS-RT-IDX) > 0
                       ADD WS-RT-LEFT TO WS-RT-ROOM(WS-RT-IDX)
                       MOVE 0 TO WS-RT-LEFT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RT-LEFT > 0
               PERFORM FIND-STANDARD-LINE
               ADD WS-RT-LEFT TO WS-RT-ROOM(WS-RT-STD)
           END-IF

           *> Service charge the same way over the service bases.
           MOVE WS-NEW-SVC-CHARGE TO WS-RT-LEFT
           IF WS-ORIG-SVC-TOTAL > 0
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > ITA-LINE-COUNT
                   COMPUTE WS-RT-SVC-BASE = ITA-BASE(WS-RT-IDX)
                       - ITA-ROOM-BASE(WS-RT-IDX)
                   COMPUTE WS-RT-SVC(WS-RT-IDX) = WS-NEW-SVC-CHARGE
                       * WS-RT-SVC-BASE / WS-ORIG-SVC-TOTAL
                   SUBTRACT WS-RT-SVC(WS-RT-IDX) FROM WS-RT-LEFT
               END-PERFORM
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > ITA-LINE-COUNT
                          OR WS-RT-LEFT = 0
                   IF ITA-BASE(WS-RT-IDX) > ITA-ROOM-BASE(WS-RT-IDX)
                       ADD WS-RT-LEFT TO WS-RT-SVC(WS-RT-IDX)
                       MOVE 0 TO WS-RT-LEFT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RT-LEFT > 0
               PERFORM FIND-STANDARD-LINE
               ADD WS-RT-LEFT TO WS-RT-SVC(WS-RT-STD)
           END-IF

           *> An exemption certificate on the original still holds.
           MOVE 0 TO WS-NEW-TAX-TOTAL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ITA-LINE-COUNT
               COMPUTE WS-RT-TAX(WS-RT-IDX) =
                   (WS-RT-ROOM(WS-RT-IDX) + WS-RT-SVC(WS-RT-IDX))
                   * ITA-RATE(WS-RT-IDX) / 100
               IF WS-SAVE-EXEMPT-CERT NOT = SPACES
                   MOVE WS-RT-TAX(WS-RT-IDX) TO WS-RT-EXEMPT(WS-RT-IDX)
                   MOVE 0 TO WS-RT-TAX(WS-RT-IDX)
               END-IF
               ADD WS-RT-TAX(WS-RT-IDX) TO WS-NEW-TAX-TOTAL
           END-PERFORM.

       *> A charge with no base of its kind on the original goes to
       *> the standard rate.
       FIND-STANDARD-LINE.
           MOVE 0 TO WS-RT-STD
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ITA-LINE-COUNT
               IF ITA-CODE(WS-RT-IDX) = 'STD'
                   MOVE WS-RT-IDX TO WS-RT-STD
               END-IF
           END-PERFORM
           IF WS-RT-STD > 0
               EXIT PARAGRAPH
           END-IF
           IF ITA-LINE-COUNT >= 10
               MOVE 1 TO WS-RT-STD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITA-LINE-COUNT
           MOVE ITA-LINE-COUNT TO WS-RT-STD
           MOVE 'C' TO TCA-MODE
           MOVE SPACES TO TCA-CODE
           CALL 'taxLookup' USING TAX-CODE-AREA
           MOVE TCA-CODE TO ITA-CODE(WS-RT-STD)
           MOVE TCA-DESC TO ITA-DESC(WS-RT-STD)
           MOVE TCA-RATE TO ITA-RATE(WS-RT-STD)
           MOVE 0 TO ITA-BASE(WS-RT-STD)
           MOVE 0 TO ITA-ROOM-BASE(WS-RT-STD)
           MOVE 0 TO ITA-TAX(WS-RT-STD)
           MOVE 0 TO ITA-EXEMPT-TAX(WS-RT-STD).

       WRITE-CORRECTED-TAX-ROWS.
           OPEN I-O INVTAX-FILE
           IF IT-FILE-ERROR
               CLOSE INVTAX-FILE
               OPEN OUTPUT INVTAX-FILE
               CLOSE INVTAX-FILE
               OPEN I-O INVTAX-FILE
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ITA-LINE-COUNT
               MOVE WS-NEXT-INVOICE-ID TO IT-INVOICE-ID
               MOVE ITA-CODE(WS-RT-IDX) TO IT-TAX-CODE
               MOVE ITA-RATE(WS-RT-IDX) TO IT-TAX-RATE
               COMPUTE IT-TAXABLE-BASE = WS-RT-ROOM(WS-RT-IDX)
                   + WS-RT-SVC(WS-RT-IDX)
               MOVE WS-RT-ROOM(WS-RT-IDX) TO IT-ROOM-BASE
               MOVE WS-RT-TAX(WS-RT-IDX) TO IT-TAX-AMOUNT
               MOVE WS-RT-EXEMPT(WS-RT-IDX) TO IT-EXEMPT-TAX
               MOVE WS-CURRENT-DATE-NUM TO IT-INVOICE-DATE
               MOVE PROPERTY-IV TO IT-PROPERTY
               IF IT-TAXABLE-BASE > 0 OR IT-TAX-AMOUNT > 0
                  OR IT-EXEMPT-TAX > 0
                   WRITE INVTAX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE INVTAX-FILE.

       LIST-CREDIT-NOTES.
           OPEN INPUT CREDITNOTE-FILE
           IF CN-FILE-ERROR
           END-PERFORM
           CLOSE CREDITNOTE-FILE.

       REPRINT-CREDIT-NOTE.
           DISPLAY "Enter Credit Note ID to reprint: "
           ACCEPT WS-REPRINT-CN-ID
           IF WS-REPRINT-CN-ID = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PRINT-INVOICE-AREA
           MOVE WS-REPRINT-CN-ID TO PIA-CREDIT-NOTE-ID
           MOVE 'Y' TO PIA-COPY-FLAG
           CALL 'printInvoice' USING PRINT-INVOICE-AREA.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
