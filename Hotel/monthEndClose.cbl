      * or payments dated inside it, so a back-dated correction can
      * never change a reported month. Closing also emits the journal
      * the accounting package imports - room revenue, service
      * revenue by SI-CODE, tax, deposits applied, refunds paid, and
      * the city-ledger cash application from CASHAPP.DAT - alongside
      * the CSV viewInvoices already exports.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFUND-ID
               FILE STATUS IS WS-RF-FILE-STATUS.
           SELECT CASHAPP-FILE ASSIGN TO '../DATA/CASHAPP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ID
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT GRATUITY-FILE ASSIGN TO '../DATA/GRATUITY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-ID
               FILE STATUS IS WS-GR-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  REFUNDS-FILE.
       COPY "./CopyBooks/REFUNDS.cpy".

       FD  CASHAPP-FILE.
       COPY "./CopyBooks/CASHAPP.cpy".

       FD  GRATUITY-FILE.
       COPY "./CopyBooks/GRATUITY.cpy".

       FD  JOURNAL-FILE.
       01  JN-LINE                 PIC X(60).

       01  WS-RF-FILE-STATUS       PIC 99.
           88 RF-FILE-OK           VALUE 00.
           88 RF-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CA-FILE-STATUS       PIC 99.
           88 CA-FILE-OK           VALUE 00.
           88 CA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-GR-FILE-STATUS       PIC 99.
           88 GR-FILE-OK           VALUE 00.
           88 GR-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-DEPOSITS-APPLIED     PIC 9(9) VALUE 0.
       01  WS-REFUNDS-TOTAL        PIC 9(9) VALUE 0.
       01  WS-INVOICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-CL-RECEIVED          PIC 9(9) VALUE 0.
       01  WS-CL-APPLIED           PIC 9(9) VALUE 0.
       01  WS-CL-HELD              PIC 9(9) VALUE 0.
       01  WS-CL-RELEASED          PIC 9(9) VALUE 0.
       01  WS-GRAT-COLLECTED       PIC 9(9) VALUE 0.
       01  WS-GRAT-PAID            PIC 9(9) VALUE 0.
       01  WS-TAX-ONE              PIC 9(9).
       01  WS-SVC-IDX              PIC 9(2).

               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-PERIOD       PIC 9(6).

       *> Invoice tax breakdown call area
       COPY "./CopyBooks/INVTAXAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           MOVE 0 TO WS-DEPOSITS-APPLIED
           MOVE 0 TO WS-REFUNDS-TOTAL
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE 0 TO WS-GRAT-COLLECTED
           MOVE 0 TO WS-SVCREV-COUNT
           INITIALIZE WS-SVCREV-TABLE

           END-IF
           CLOSE REFUNDS-FILE

           PERFORM ROLL-UP-CASH-APPLICATION
           PERFORM ROLL-UP-GRATUITY-PAID

           PERFORM WRITE-JOURNAL-FILE.

       *> Company receipts banked, the part applied to city-ledger
       *> invoices, and the unapplied cash put on account or drawn
       *> back off it, from companyStatement's cash-application
       *> journal.
       ROLL-UP-CASH-APPLICATION.
           MOVE 0 TO WS-CL-RECEIVED
           MOVE 0 TO WS-CL-APPLIED
           MOVE 0 TO WS-CL-HELD
           MOVE 0 TO WS-CL-RELEASED
           OPEN INPUT CASHAPP-FILE
           IF CA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASHAPP-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CA-DATE(1:6) = WS-CLOSE-PERIOD
                               EVALUATE FUNCTION TRIM(CA-KIND)
                                   WHEN 'Received'
                                       ADD CA-AMOUNT TO WS-CL-RECEIVED
                                   WHEN 'Applied'
                                       ADD CA-AMOUNT TO WS-CL-APPLIED
                                   WHEN 'Held'
                                       ADD CA-AMOUNT TO WS-CL-HELD
                                   WHEN 'Released'
                                       ADD CA-AMOUNT TO WS-CL-RELEASED
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CASHAPP-FILE.

       *> Gratuity shared out to staff in the period, from the pool
       *> ledger gratuityPool marks Paid.
       ROLL-UP-GRATUITY-PAID.
           MOVE 0 TO WS-GRAT-PAID
           OPEN INPUT GRATUITY-FILE
           IF GR-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRATUITY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GR-PAYOUT-PERIOD = WS-CLOSE-PERIOD
                              AND FUNCTION TRIM(GR-STATUS) = 'Paid'
                               ADD GR-AMOUNT TO WS-GRAT-PAID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GRATUITY-FILE.

       ROLL-UP-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           ADD ROOM-CHARGE TO WS-ROOM-REVENUE
           *> Gratuity is a liability to the staff pool, booked
           *> apart from revenue and untouched by the tax.
           ADD GRATUITY-IV TO WS-GRAT-COLLECTED
           ADD DEPOSIT-CREDIT TO WS-DEPOSITS-APPLIED
           PERFORM TAX-ON-INVOICE
           ADD WS-TAX-ONE TO WS-TAX-TOTAL

           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
               PERFORM ADD-SERVICE-REVENUE
           END-PERFORM.

       *> Tax as charged, code by code; an invoice from before tax
       *> codes comes back at its single rate.
       TAX-ON-INVOICE.
           MOVE INVOICE-ID TO ITA-INVOICE-ID
           MOVE ROOM-CHARGE TO ITA-ROOM-CHARGE
           MOVE SERVICE-CHARGE TO ITA-SERVICE-CHARGE
           MOVE TAX-RATE TO ITA-TAX-RATE
           CALL 'invoiceTax' USING INVOICE-TAX-AREA
           MOVE ITA-TAX-TOTAL TO WS-TAX-ONE.

       ADD-SERVICE-REVENUE.
           MOVE 'N' TO WS-SVCREV-FOUND
           PERFORM VARYING WS-SVCREV-IDX FROM 1 BY 1
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           MOVE SPACES TO JN-LINE
           STRING "CLRECEIPTS," WS-CL-RECEIVED
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           MOVE SPACES TO JN-LINE
           STRING "CLCASHAPPLIED," WS-CL-APPLIED
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           MOVE SPACES TO JN-LINE
           STRING "CLUNAPPLIEDHELD," WS-CL-HELD
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           MOVE SPACES TO JN-LINE
           STRING "CLUNAPPLIEDUSED," WS-CL-RELEASED
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           MOVE SPACES TO JN-LINE
           STRING "GRATUITYCOLLECTED," WS-GRAT-COLLECTED
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           MOVE SPACES TO JN-LINE
           STRING "GRATUITYPAID," WS-GRAT-PAID
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           MOVE SPACES TO JN-LINE
           STRING "INVOICECOUNT," WS-INVOICE-COUNT
               DELIMITED BY SIZE INTO JN-LINE
           WRITE JN-LINE
           DISPLAY "Tax               : " WS-TAX-TOTAL
           DISPLAY "Deposits applied  : " WS-DEPOSITS-APPLIED
           DISPLAY "Refunds           : " WS-REFUNDS-TOTAL
           DISPLAY "Company receipts  : " WS-CL-RECEIVED
           DISPLAY "Cash applied      : " WS-CL-APPLIED
           DISPLAY "Gratuity collected: " WS-GRAT-COLLECTED
           DISPLAY "Gratuity paid out : " WS-GRAT-PAID
           DISPLAY "Invoices in period: " WS-INVOICE-COUNT.

       MARK-PERIOD-CLOSED.
