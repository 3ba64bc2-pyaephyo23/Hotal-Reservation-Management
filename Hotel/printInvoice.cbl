       IDENTIFICATION DIVISION.
       PROGRAM-ID. printInvoice.

      *****************************************************************
      * PRINTED GUEST INVOICE / CREDIT NOTE (CALLED SUBPROGRAM)
      * Writes the document the guest takes away: house header and
      * property, bill-to guest and company, official receipt number,
      * stay dates, one line per night at its rate, the folio lines
      * by posting date, package and other charges, then the tax,
      * levy, gratuity, deposit and points lines, the payment split
      * (vouchers shown as credits) and the balance due.
      * Everything is rebuilt from the files, so checkOut prints the
      * original, viewInvoices reprints any invoice marked COPY, and
      * voidInvoice prints its credit notes in the same layout with
      * the amount credited in place of the balance. checkOut still
      * holds the stay record locked when it calls, so it passes the
      * room and stay dates in; a reprint leaves them zero and they
      * are read from CHECKINOUT.DAT. A group master folio prints
      * its room total without the nightly breakdown, since the rooms
      * on it arrived on different nights. The house name and address
      * lines come from HOTEL.CFG when it is there. Each document is
      * catalogued through reportCatalog so earlier ones can be
      * found and reprinted from the report archive. A stay paid in
      * advance quotes the pro-forma number it was paid against.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS CHECKIN-ID-IV
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT CREDITNOTE-FILE ASSIGN TO
               '../DATA/CREDITNOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ID
               FILE STATUS IS WS-CN-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-IO-FILE-STATUS.
           SELECT STAYLOG-FILE ASSIGN TO '../DATA/STAYLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAYLOG-ID
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT FOLIO-FILE ASSIGN TO '../DATA/FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOLIO-LINE-ID
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT LOYALTY-FILE ASSIGN TO '../DATA/LOYALTY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-ENTRY-ID
               FILE STATUS IS WS-LP-FILE-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT HOTEL-CONFIG-FILE ASSIGN TO '../DATA/HOTEL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTEL-CFG-STATUS.
           SELECT PROFORMA-FILE ASSIGN TO '../DATA/PROFORMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ID
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  CREDITNOTE-FILE.
       COPY "./CopyBooks/CREDITNOTE.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  LOYALTY-FILE.
       COPY "./CopyBooks/LOYALTY.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  PROFORMA-FILE.
       COPY "./CopyBooks/PROFORMA.cpy".

       FD  HOTEL-CONFIG-FILE.
       01  HOTEL-CFG-LINE          PIC X(60).

       FD  PRINT-FILE.
       01  PI-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CN-FILE-STATUS       PIC 99.
           88 CN-FILE-OK           VALUE 00.
           88 CN-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-IO-FILE-STATUS       PIC 99.
           88 IO-FILE-OK           VALUE 00.
           88 IO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-LP-FILE-STATUS       PIC 99.
           88 LP-FILE-OK           VALUE 00.
           88 LP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PMT-FILE-STATUS      PIC 99.
           88 PMT-FILE-OK          VALUE 00.
           88 PMT-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-HOTEL-CFG-STATUS     PIC 99.
           88 HOTEL-CFG-OK         VALUE 00.
           88 HOTEL-CFG-ERROR      VALUE 01 THRU 99.
       01  WS-PF-FILE-STATUS       PIC 99.
           88 PF-FILE-OK           VALUE 00.
           88 PF-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FOUND                PIC X VALUE 'N'.
       01  WS-PRINT-PATH           PIC X(40).
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-INVOICE-ID           PIC 9(5).
       01  WS-CREDIT-NOTE          PIC X VALUE 'N'.

       *> House header lines from HOTEL.CFG
       01  WS-HOTEL-LINE-COUNT     PIC 9 VALUE 0.
       01  WS-HOTEL-LINES.
           05 WS-HOTEL-LINE OCCURS 3 TIMES PIC X(60).
       01  WS-HOTEL-IDX            PIC 9.
       01  WS-PROPERTY             PIC X(4).

       *> Stay and billing party
       01  WS-ROOM-ID              PIC X(5).
       01  WS-ARRIVAL-DATE         PIC 9(8) VALUE 0.
       01  WS-DEPART-DATE          PIC 9(8) VALUE 0.
       01  WS-NIGHTS               PIC 9(4) VALUE 0.
       01  WS-NIGHT-IDX            PIC 9(4).
       01  WS-NIGHT-DATE           PIC 9(8).
       01  WS-NIGHT-RATE           PIC 9(9).
       01  WS-NIGHT-REMAINDER      PIC 9(9).
       01  WS-NIGHT-DISPLAY        PIC ZZZ9.
       01  WS-BILL-NAME            PIC X(30).
       01  WS-BILL-COMPANY         PIC X(30).
       01  WS-MASTER-FOLIO         PIC X VALUE 'N'.
       01  WS-PROFORMA-NO          PIC 9(5) VALUE 0.
       01  WS-PF-IDX               PIC 9(2).

       *> Credit note being printed
       01  WS-CN-ID                PIC 9(5) VALUE 0.
       01  WS-CN-AMOUNT            PIC 9(9) VALUE 0.
       01  WS-CN-REASON            PIC X(30).
       01  WS-CN-DATE              PIC 9(8) VALUE 0.
       01  WS-CN-BY                PIC X(5).

       *> Billed folio lines for the stay, kept in posting-date order
       01  WS-FOLIO-COUNT          PIC 9(2) VALUE 0.
       01  WS-FOLIO-TABLE.
           05 WS-FL-ENTRY OCCURS 50 TIMES.
              10 WS-FL-SORT-KEY.
                 15 WS-FL-DATE     PIC 9(8).
                 15 WS-FL-LINE-ID  PIC 9(5).
              10 WS-FL-CODE        PIC X(10).
              10 WS-FL-DESC        PIC X(20).
              10 WS-FL-PRICE       PIC 9(7).
              10 WS-FL-SIGN        PIC X.
       01  WS-FOLIO-HOLD           PIC X(51).
       01  WS-FL-IDX               PIC 9(2).
       01  WS-FL-SCAN              PIC 9(2).
       01  WS-FOLIO-DETAIL         PIC X VALUE 'N'.
       01  WS-CODE-ON-FOLIO        PIC X.

       *> Payments taken against the invoice
       01  WS-PAY-COUNT            PIC 9(2) VALUE 0.
       01  WS-PAY-TABLE.
           05 WS-PY-ENTRY OCCURS 10 TIMES.
              10 WS-PY-METHOD      PIC X(12).
              10 WS-PY-CARD-REF    PIC X(10).
              10 WS-PY-AMOUNT      PIC 9(9).
              10 WS-PY-SETTLE-CURR PIC X(3).
              10 WS-PY-SETTLE-AMT  PIC 9(9).
       01  WS-PY-IDX               PIC 9(2).
       01  WS-PAID-TOTAL           PIC 9(9) VALUE 0.
       01  WS-BALANCE-DUE          PIC 9(9) VALUE 0.

       01  WS-POINTS-CREDIT        PIC 9(9) VALUE 0.
       01  WS-TAX-AMOUNT           PIC S9(10) VALUE 0.
       01  WS-TAX-PRINT            PIC 9(9) VALUE 0.
       01  WS-TAX-IDX              PIC 9(2).
       01  WS-TAX-BY-CODE          PIC X VALUE 'N'.
       01  WS-SI-IDX               PIC 9(2).
       01  WS-SECTION-DONE         PIC X.

       *> One printed amount line: text, currency, amount, CR marker
       01  WS-AL-TEXT              PIC X(48).
       01  WS-AL-AMOUNT            PIC 9(9).
       01  WS-AL-CREDIT            PIC X.
       01  WS-AMOUNT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-FD-IN                PIC 9(8).
       01  WS-FD-OUT               PIC X(10).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Invoice tax breakdown call area
       COPY "./CopyBooks/INVTAXAREA.cpy".

       LINKAGE SECTION.
       COPY "./CopyBooks/PRTINVAREA.cpy".

       PROCEDURE DIVISION USING PRINT-INVOICE-AREA.
       MAIN-PROCEDURE.
           MOVE 'N' TO PIA-RESULT
           MOVE SPACES TO PIA-PRINT-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE PIA-INVOICE-ID TO WS-INVOICE-ID
           MOVE 'N' TO WS-CREDIT-NOTE

           IF PIA-CREDIT-NOTE-ID > 0
               PERFORM LOAD-CREDIT-NOTE
               IF WS-FOUND = 'N'
                   DISPLAY "Credit note " PIA-CREDIT-NOTE-ID
                           " not found - nothing printed."
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-CREDIT-NOTE
           END-IF

           PERFORM LOAD-INVOICE
           IF WS-FOUND = 'N'
               DISPLAY "Invoice " WS-INVOICE-ID
                       " not found - nothing printed."
               GOBACK
           END-IF

           MOVE 'N' TO WS-MASTER-FOLIO
           IF PIA-MASTER-FOLIO
               MOVE 'Y' TO WS-MASTER-FOLIO
           END-IF
           IF SERVICE-ITEM-COUNT > 0 AND SI-CODE(1) = 'GROUP'
               MOVE 'Y' TO WS-MASTER-FOLIO
           END-IF

           PERFORM LOAD-HOTEL-HEADER
           PERFORM LOAD-STAY-DETAILS
           PERFORM LOAD-BILLING-NAME
           PERFORM LOAD-FOLIO-LINES
           PERFORM LOAD-POINTS-CREDIT
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-PROFORMA-NO

           *> The invoice keeps no tax figure of its own - it is what
           *> is left of the total once every other line is taken
           *> out, which also covers exempt and routed stays.
           COMPUTE WS-TAX-AMOUNT = TOTAL-CHARGE + DEPOSIT-CREDIT
               + WS-POINTS-CREDIT - ROOM-CHARGE - SERVICE-CHARGE
               - LEVY-AMOUNT-IV - GRATUITY-IV
           IF WS-TAX-AMOUNT < 0
               MOVE 0 TO WS-TAX-PRINT
           ELSE
               MOVE WS-TAX-AMOUNT TO WS-TAX-PRINT
           END-IF
           PERFORM LOAD-TAX-BY-CODE

           IF WS-CREDIT-NOTE = 'Y'
               MOVE '../DATA/CREDITNOTE.PRN' TO WS-PRINT-PATH
           ELSE
               MOVE '../DATA/INVOICE.PRN' TO WS-PRINT-PATH
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-DOCUMENT-HEADER
           PERFORM WRITE-ROOM-NIGHTS
           PERFORM WRITE-FOLIO-LINES
           PERFORM WRITE-PACKAGE-LINES
           PERFORM WRITE-OTHER-CHARGES
           PERFORM WRITE-BILL-SUMMARY
           PERFORM WRITE-PAYMENT-SPLIT
           PERFORM WRITE-DOCUMENT-FOOTER
           CLOSE PRINT-FILE

           IF WS-CREDIT-NOTE = 'Y'
               MOVE 'CREDITNOTE' TO RCA-REPORT-NAME
           ELSE
               IF PIA-COPY
                   MOVE 'INVOICE COPY' TO RCA-REPORT-NAME
               ELSE
                   MOVE 'INVOICE' TO RCA-REPORT-NAME
               END-IF
           END-IF
           MOVE WS-PRINT-PATH TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           MOVE 'Y' TO PIA-RESULT
           MOVE WS-PRINT-PATH TO PIA-PRINT-FILE
           IF WS-CREDIT-NOTE = 'Y'
               DISPLAY "Credit note " WS-CN-ID
                       " written to CREDITNOTE.PRN - print it now."
           ELSE
               DISPLAY "Invoice " WS-INVOICE-ID
                       " written to INVOICE.PRN - print it now."
           END-IF
           GOBACK.

      *****************************************************************
      * LOADING THE DOCUMENT
      *****************************************************************
       LOAD-CREDIT-NOTE.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CREDITNOTE-FILE
           IF CN-FILE-OK
               MOVE PIA-CREDIT-NOTE-ID TO CN-ID
               READ CREDITNOTE-FILE KEY IS CN-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
                       MOVE CN-ID TO WS-CN-ID
                       MOVE CN-INVOICE-ID TO WS-INVOICE-ID
                       MOVE CN-AMOUNT TO WS-CN-AMOUNT
                       MOVE CN-REASON TO WS-CN-REASON
                       MOVE CN-ISSUED-DATE TO WS-CN-DATE
                       MOVE CN-ISSUED-BY TO WS-CN-BY
               END-READ
           END-IF
           CLOSE CREDITNOTE-FILE.

       *> The invoice stays in its record area for the whole print.
       LOAD-INVOICE.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-OK
               MOVE WS-INVOICE-ID TO INVOICE-ID
               READ INVOICES-FILE KEY IS INVOICE-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
           END-IF
           CLOSE INVOICES-FILE
           MOVE PROPERTY-IV TO WS-PROPERTY
           IF WS-PROPERTY = SPACES
               MOVE 'MAIN' TO WS-PROPERTY
           END-IF.

       *> Up to three lines of name and address; without the file
       *> the document still carries the system's own title.
       LOAD-HOTEL-HEADER.
           MOVE 0 TO WS-HOTEL-LINE-COUNT
           MOVE SPACES TO WS-HOTEL-LINES
           OPEN INPUT HOTEL-CONFIG-FILE
           IF HOTEL-CFG-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y' OR WS-HOTEL-LINE-COUNT = 3
                   READ HOTEL-CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HOTEL-CFG-LINE NOT = SPACES
                               ADD 1 TO WS-HOTEL-LINE-COUNT
                               MOVE HOTEL-CFG-LINE TO
                                   WS-HOTEL-LINE(WS-HOTEL-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOTEL-CONFIG-FILE
           IF WS-HOTEL-LINE-COUNT = 0
               MOVE 1 TO WS-HOTEL-LINE-COUNT
               MOVE "HOTEL RESERVATION MANAGEMENT SYSTEM"
                   TO WS-HOTEL-LINE(1)
           END-IF.

       LOAD-STAY-DETAILS.
           MOVE PIA-ROOM-ID TO WS-ROOM-ID
           MOVE PIA-ARRIVAL-DATE TO WS-ARRIVAL-DATE
           MOVE PIA-DEPART-DATE TO WS-DEPART-DATE
           IF WS-ARRIVAL-DATE = 0
               OPEN INPUT CHECKINOUT-FILE
               IF IO-FILE-OK
                   MOVE CHECKIN-ID-IV TO CHECKIN-ID
                   READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                       NOT INVALID KEY
                           MOVE ROOM-ID-IO TO WS-ROOM-ID
                           MOVE ACTUAL-CHECKIN-DATE TO WS-ARRIVAL-DATE
                           MOVE CHECKOUT-DATE TO WS-DEPART-DATE
                   END-READ
               END-IF
               CLOSE CHECKINOUT-FILE
           END-IF
           *> Not yet closed off - the invoice date is the departure.
           IF WS-DEPART-DATE = 0
               MOVE CREATED-AT-IV TO WS-DEPART-DATE
           END-IF

           *> Nights as checkOut bills them: a same-day stay is one.
           MOVE 0 TO WS-NIGHTS
           IF WS-ARRIVAL-DATE > 0
               IF WS-DEPART-DATE > WS-ARRIVAL-DATE
                   COMPUTE WS-NIGHTS =
                       FUNCTION INTEGER-OF-DATE(WS-DEPART-DATE) -
                       FUNCTION INTEGER-OF-DATE(WS-ARRIVAL-DATE)
               ELSE
                   MOVE 1 TO WS-NIGHTS
               END-IF
           END-IF.

       *> The registered guest from the stay log, and the company
       *> on their account when there is one.
       LOAD-BILLING-NAME.
           MOVE "Guest" TO WS-BILL-NAME
           MOVE SPACES TO WS-BILL-COMPANY
           OPEN INPUT STAYLOG-FILE
           IF SL-FILE-ERROR
               CLOSE STAYLOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-FOUND
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
               READ STAYLOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHECKIN-ID-SL = CHECKIN-ID-IV
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAYLOG-FILE
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               MOVE CUSTOMER-ID-SL TO CUSTOMER-ID
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME TO WS-BILL-NAME
                       MOVE COMPANY-NAME TO WS-BILL-COMPANY
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE.

       *> Folio detail belongs on the stay's own bill only - not on
       *> the company half of a routed stay, a group master or a
       *> corrected reissue, whose charges were struck elsewhere.
       LOAD-FOLIO-LINES.
           MOVE 0 TO WS-FOLIO-COUNT
           MOVE 'N' TO WS-FOLIO-DETAIL
           IF SERVICE-CHARGE = 0 AND GRATUITY-IV = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-FOLIO = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF SERVICE-ITEM-COUNT > 0 AND SI-CODE(1) = 'REISSUE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOLIO-DETAIL
           OPEN INPUT FOLIO-FILE
           IF FOLIO-FILE-ERROR
               CLOSE FOLIO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLIO-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FOLIO-CHECKIN-ID = CHECKIN-ID-IV
                          AND FOLIO-STATUS = 'Billed'
                           PERFORM ADD-FOLIO-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLIO-FILE.

       *> Insertion into the table at its posting-date place
       ADD-FOLIO-LINE.
           IF WS-FOLIO-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FOLIO-HOLD
           MOVE FOLIO-POST-DATE TO WS-FOLIO-HOLD(1:8)
           MOVE FOLIO-LINE-ID TO WS-FOLIO-HOLD(9:5)
           MOVE FOLIO-SVC-CODE TO WS-FOLIO-HOLD(14:10)
           MOVE FOLIO-SVC-DESC TO WS-FOLIO-HOLD(24:20)
           MOVE FOLIO-SVC-PRICE TO WS-FOLIO-HOLD(44:7)
           MOVE FOLIO-SIGN TO WS-FOLIO-HOLD(51:1)

           ADD 1 TO WS-FOLIO-COUNT
           MOVE WS-FOLIO-COUNT TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX = 1
               COMPUTE WS-FL-SCAN = WS-FL-IDX - 1
               IF WS-FL-SORT-KEY(WS-FL-SCAN) <= WS-FOLIO-HOLD(1:13)
                   EXIT PERFORM
               END-IF
               MOVE WS-FL-ENTRY(WS-FL-SCAN) TO WS-FL-ENTRY(WS-FL-IDX)
               MOVE WS-FL-SCAN TO WS-FL-IDX
           END-PERFORM
           MOVE WS-FOLIO-HOLD TO WS-FL-ENTRY(WS-FL-IDX).

       *> Points burned as a bill credit, one point per currency unit
       LOAD-POINTS-CREDIT.
           MOVE 0 TO WS-POINTS-CREDIT
           OPEN INPUT LOYALTY-FILE
           IF LP-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOYALTY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LP-INVOICE-ID = INVOICE-ID
                              AND LP-ENTRY-TYPE = 'Burn'
                               ADD LP-POINTS TO WS-POINTS-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOYALTY-FILE.

       LOAD-PAYMENTS.
           MOVE 0 TO WS-PAY-COUNT
           MOVE 0 TO WS-PAID-TOTAL
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYMENT-INVOICE-ID = INVOICE-ID
                               ADD PAYMENT-AMOUNT TO WS-PAID-TOTAL
                               IF WS-PAY-COUNT < 10
                                   ADD 1 TO WS-PAY-COUNT
                                   MOVE PAYMENT-METHOD TO
                                       WS-PY-METHOD(WS-PAY-COUNT)
                                   MOVE PAYMENT-CARD-REF TO
                                       WS-PY-CARD-REF(WS-PAY-COUNT)
                                   MOVE PAYMENT-AMOUNT TO
                                       WS-PY-AMOUNT(WS-PAY-COUNT)
                                   MOVE PAYMENT-SETTLE-CURR TO
                                       WS-PY-SETTLE-CURR(WS-PAY-COUNT)
                                   MOVE PAYMENT-SETTLE-AMT TO
                                       WS-PY-SETTLE-AMT(WS-PAY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYMENTS-FILE
           IF WS-PAID-TOTAL < TOTAL-CHARGE
               COMPUTE WS-BALANCE-DUE = TOTAL-CHARGE - WS-PAID-TOTAL
           ELSE
               MOVE 0 TO WS-BALANCE-DUE
           END-IF.

       *> A stay paid in advance quotes the pro-forma it was paid
       *> against - the latest one on the booking not superseded.
       LOAD-PROFORMA-NO.
           MOVE 0 TO WS-PROFORMA-NO
           OPEN INPUT PROFORMA-FILE
           IF PF-FILE-ERROR
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROFORMA-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PF-STATUS) NOT = 'Superseded'
                           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                                   UNTIL WS-PF-IDX > PF-LINE-COUNT
                               IF PF-LN-BOOKING-ID(WS-PF-IDX)
                                       = BOOKING-ID-IV
                                   MOVE PF-ID TO WS-PROFORMA-NO
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFORMA-FILE.

      *****************************************************************
      * WRITING THE DOCUMENT
      *****************************************************************
       WRITE-DOCUMENT-HEADER.
           WRITE PI-LINE FROM ALL "="
           PERFORM VARYING WS-HOTEL-IDX FROM 1 BY 1
                   UNTIL WS-HOTEL-IDX > WS-HOTEL-LINE-COUNT
               MOVE WS-HOTEL-LINE(WS-HOTEL-IDX) TO PI-LINE
               WRITE PI-LINE
           END-PERFORM
           MOVE SPACES TO PI-LINE
           STRING "Property: " WS-PROPERTY
               DELIMITED BY SIZE INTO PI-LINE
           WRITE PI-LINE
           WRITE PI-LINE FROM ALL "="

           MOVE SPACES TO PI-LINE
           IF WS-CREDIT-NOTE = 'Y'
               MOVE "CREDIT NOTE" TO PI-LINE
           ELSE
               MOVE "INVOICE" TO PI-LINE
           END-IF
           IF PIA-COPY
               MOVE "*** COPY ***" TO PI-LINE(69:12)
           END-IF
           WRITE PI-LINE
           MOVE SPACES TO PI-LINE
           WRITE PI-LINE

           IF WS-CREDIT-NOTE = 'Y'
               MOVE WS-CN-DATE TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE SPACES TO PI-LINE
               STRING "Credit Note No:   " WS-CN-ID
                   "     Issued: " WS-FD-OUT
                   "     By: " WS-CN-BY
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
               MOVE SPACES TO PI-LINE
               STRING "Reason:           " WS-CN-REASON
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
           END-IF

           MOVE SPACES TO PI-LINE
           STRING "Invoice No:       " INVOICE-ID
               "     Official Receipt No: " RECEIPT-NO-IV
               DELIMITED BY SIZE INTO PI-LINE
           WRITE PI-LINE
           IF WS-PROFORMA-NO > 0
               MOVE SPACES TO PI-LINE
               STRING "Pro-forma No:     " WS-PROFORMA-NO
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
           END-IF
           MOVE CREATED-AT-IV TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE SPACES TO PI-LINE
           STRING "Invoice Date:     " WS-FD-OUT
               "     Currency: " INVOICE-CURRENCY
               DELIMITED BY SIZE INTO PI-LINE
           WRITE PI-LINE
           MOVE SPACES TO PI-LINE
           STRING "Bill To:          " WS-BILL-NAME
               DELIMITED BY SIZE INTO PI-LINE
           WRITE PI-LINE
           IF WS-BILL-COMPANY NOT = SPACES
               MOVE SPACES TO PI-LINE
               STRING "Company:          " WS-BILL-COMPANY
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
           END-IF
           MOVE SPACES TO PI-LINE
           STRING "Room:             " WS-ROOM-ID
               "     Check-in ID: " CHECKIN-ID-IV
               "     Booking: " BOOKING-ID-IV
               DELIMITED BY SIZE INTO PI-LINE
           WRITE PI-LINE
           IF WS-ARRIVAL-DATE > 0
               MOVE WS-ARRIVAL-DATE TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE SPACES TO PI-LINE
               STRING "Arrived:          " WS-FD-OUT
                   DELIMITED BY SIZE INTO PI-LINE
               MOVE WS-DEPART-DATE TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-NIGHTS TO WS-NIGHT-DISPLAY
               STRING "     Departed: " WS-FD-OUT
                   "     Nights: " WS-NIGHT-DISPLAY
                   DELIMITED BY SIZE INTO PI-LINE(29:)
               WRITE PI-LINE
           END-IF
           WRITE PI-LINE FROM ALL "-".

       *> One line per night. The invoice carries the room total
       *> after every discount, so each night shows its share and
       *> the last takes any odd unit left by the division.
       WRITE-ROOM-NIGHTS.
           MOVE SPACES TO PI-LINE
           WRITE PI-LINE
           MOVE "ROOM" TO PI-LINE
           WRITE PI-LINE
           IF WS-MASTER-FOLIO = 'Y'
               MOVE "  Group master folio - all rooms on the group"
                   TO PI-LINE
               WRITE PI-LINE
           END-IF
           IF WS-NIGHTS > 0 AND WS-MASTER-FOLIO = 'N'
               COMPUTE WS-NIGHT-RATE = ROOM-CHARGE / WS-NIGHTS
               COMPUTE WS-NIGHT-REMAINDER =
                   ROOM-CHARGE - (WS-NIGHT-RATE * WS-NIGHTS)
               PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                       UNTIL WS-NIGHT-IDX > WS-NIGHTS
                   COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ARRIVAL-DATE)
                       + WS-NIGHT-IDX - 1)
                   MOVE WS-NIGHT-DATE TO WS-FD-IN
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO WS-AL-TEXT
                   STRING "  " WS-FD-OUT "  Room " WS-ROOM-ID
                       " night"
                       DELIMITED BY SIZE INTO WS-AL-TEXT
                   MOVE WS-NIGHT-RATE TO WS-AL-AMOUNT
                   IF WS-NIGHT-IDX = WS-NIGHTS
                       ADD WS-NIGHT-REMAINDER TO WS-AL-AMOUNT
                   END-IF
                   MOVE 'N' TO WS-AL-CREDIT
                   PERFORM WRITE-AMOUNT-LINE
               END-PERFORM
           END-IF
           MOVE "  Room charges" TO WS-AL-TEXT
           MOVE ROOM-CHARGE TO WS-AL-AMOUNT
           MOVE 'N' TO WS-AL-CREDIT
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-FOLIO-LINES.
           IF WS-FOLIO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PI-LINE
           WRITE PI-LINE
           MOVE "FOLIO CHARGES BY DATE" TO PI-LINE
           WRITE PI-LINE
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FOLIO-COUNT
               MOVE WS-FL-DATE(WS-FL-IDX) TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE SPACES TO WS-AL-TEXT
               STRING "  " WS-FD-OUT "  " WS-FL-DESC(WS-FL-IDX)
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               IF WS-FL-SIGN(WS-FL-IDX) = 'G'
                   MOVE "(gratuity)" TO WS-AL-TEXT(36:10)
               END-IF
               MOVE WS-FL-PRICE(WS-FL-IDX) TO WS-AL-AMOUNT
               IF WS-FL-SIGN(WS-FL-IDX) = 'C'
                   MOVE 'Y' TO WS-AL-CREDIT
               ELSE
                   MOVE 'N' TO WS-AL-CREDIT
               END-IF
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM.

       WRITE-PACKAGE-LINES.
           MOVE 'N' TO WS-SECTION-DONE
           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > SERVICE-ITEM-COUNT
                      OR WS-SI-IDX > 5
               IF SI-CODE(WS-SI-IDX) = 'PKGBRK'
                  OR SI-CODE(WS-SI-IDX) = 'PKGDIN'
                   IF WS-SECTION-DONE = 'N'
                       MOVE SPACES TO PI-LINE
                       WRITE PI-LINE
                       MOVE "PACKAGE" TO PI-LINE
                       WRITE PI-LINE
                       MOVE 'Y' TO WS-SECTION-DONE
                   END-IF
                   MOVE SPACES TO WS-AL-TEXT
                   STRING "  " SI-DESC(WS-SI-IDX)
                       DELIMITED BY SIZE INTO WS-AL-TEXT
                   MOVE SI-PRICE(WS-SI-IDX) TO WS-AL-AMOUNT
                   MOVE 'N' TO WS-AL-CREDIT
                   PERFORM WRITE-AMOUNT-LINE
               END-IF
           END-PERFORM.

       *> Itemized lines checkOut struck itself (extra persons, early
       *> and late fees, desk services). The folio summary lines -
       *> OTHER, ALLOW and any code already printed from the folio -
       *> are left out so nothing shows twice.
       WRITE-OTHER-CHARGES.
           MOVE 'N' TO WS-SECTION-DONE
           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > SERVICE-ITEM-COUNT
                      OR WS-SI-IDX > 5
               PERFORM CHECK-CODE-ON-FOLIO
               IF SI-CODE(WS-SI-IDX) NOT = 'PKGBRK'
                  AND SI-CODE(WS-SI-IDX) NOT = 'PKGDIN'
                  AND WS-CODE-ON-FOLIO = 'N'
                   IF WS-SECTION-DONE = 'N'
                       MOVE SPACES TO PI-LINE
                       WRITE PI-LINE
                       MOVE "OTHER CHARGES" TO PI-LINE
                       WRITE PI-LINE
                       MOVE 'Y' TO WS-SECTION-DONE
                   END-IF
                   MOVE SPACES TO WS-AL-TEXT
                   STRING "  " SI-DESC(WS-SI-IDX)
                       DELIMITED BY SIZE INTO WS-AL-TEXT
                   MOVE SI-PRICE(WS-SI-IDX) TO WS-AL-AMOUNT
                   MOVE 'N' TO WS-AL-CREDIT
                   PERFORM WRITE-AMOUNT-LINE
               END-IF
           END-PERFORM.

       CHECK-CODE-ON-FOLIO.
           MOVE 'N' TO WS-CODE-ON-FOLIO
           IF WS-FOLIO-DETAIL = 'N'
               EXIT PARAGRAPH
           END-IF
           IF SI-CODE(WS-SI-IDX) = 'OTHER'
              OR SI-CODE(WS-SI-IDX) = 'ALLOW'
               MOVE 'Y' TO WS-CODE-ON-FOLIO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FOLIO-COUNT
               IF WS-FL-CODE(WS-FL-IDX) = SI-CODE(WS-SI-IDX)
                   MOVE 'Y' TO WS-CODE-ON-FOLIO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-BILL-SUMMARY.
           MOVE SPACES TO PI-LINE
           WRITE PI-LINE
           WRITE PI-LINE FROM ALL "-"
           MOVE 'N' TO WS-AL-CREDIT
           MOVE "Room charges" TO WS-AL-TEXT
           MOVE ROOM-CHARGE TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Service and package charges" TO WS-AL-TEXT
           MOVE SERVICE-CHARGE TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-TAX-BY-CODE = 'Y'
               PERFORM WRITE-TAX-CODE-LINES
           ELSE
               MOVE SPACES TO WS-AL-TEXT
               STRING "Tax (" TAX-RATE "%)"
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               MOVE WS-TAX-PRINT TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF LEVY-AMOUNT-IV > 0
               MOVE "Tourism levy" TO WS-AL-TEXT
               MOVE LEVY-AMOUNT-IV TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF GRATUITY-IV > 0
               MOVE "Gratuity (staff, untaxed)" TO WS-AL-TEXT
               MOVE GRATUITY-IV TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF TAX-EXEMPT-CERT-IV NOT = SPACES
               MOVE SPACES TO PI-LINE
               STRING "TAX EXEMPT - Certificate " TAX-EXEMPT-CERT-IV
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
               MOVE "  Tax and levy exempted" TO WS-AL-TEXT
               MOVE EXEMPT-AMOUNT-IV TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF DEPOSIT-CREDIT > 0
               MOVE "Less deposit paid at booking" TO WS-AL-TEXT
               MOVE DEPOSIT-CREDIT TO WS-AL-AMOUNT
               MOVE 'Y' TO WS-AL-CREDIT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF WS-POINTS-CREDIT > 0
               MOVE "Less loyalty points redeemed" TO WS-AL-TEXT
               MOVE WS-POINTS-CREDIT TO WS-AL-AMOUNT
               MOVE 'Y' TO WS-AL-CREDIT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           WRITE PI-LINE FROM ALL "="
           MOVE 'N' TO WS-AL-CREDIT
           MOVE "TOTAL" TO WS-AL-TEXT
           MOVE TOTAL-CHARGE TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           WRITE PI-LINE FROM ALL "=".

       *> Charges taxed under more than the standard rate print one
       *> tax line per code from the rows kept with the invoice.
       LOAD-TAX-BY-CODE.
           MOVE 'N' TO WS-TAX-BY-CODE
           MOVE INVOICE-ID TO ITA-INVOICE-ID
           MOVE ROOM-CHARGE TO ITA-ROOM-CHARGE
           MOVE SERVICE-CHARGE TO ITA-SERVICE-CHARGE
           MOVE TAX-RATE TO ITA-TAX-RATE
           CALL 'invoiceTax' USING INVOICE-TAX-AREA
           IF ITA-SOURCE = 'R' AND ITA-TAX-TOTAL > 0
               IF ITA-LINE-COUNT > 1 OR ITA-CODE(1) NOT = 'STD'
                   MOVE 'Y' TO WS-TAX-BY-CODE
               END-IF
           END-IF.

       WRITE-TAX-CODE-LINES.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > ITA-LINE-COUNT
               IF ITA-TAX(WS-TAX-IDX) > 0
                   MOVE SPACES TO WS-AL-TEXT
                   STRING "Tax " ITA-CODE(WS-TAX-IDX) " "
                       ITA-DESC(WS-TAX-IDX) " ("
                       ITA-RATE(WS-TAX-IDX) "%)"
                       DELIMITED BY SIZE INTO WS-AL-TEXT
                   MOVE ITA-TAX(WS-TAX-IDX) TO WS-AL-AMOUNT
                   PERFORM WRITE-AMOUNT-LINE
               END-IF
           END-PERFORM.

       *> Vouchers are credits against the bill, so they are shown
       *> as such; foreign-currency tenders show what was handed over.
       WRITE-PAYMENT-SPLIT.
           MOVE SPACES TO PI-LINE
           WRITE PI-LINE
           MOVE "PAYMENT" TO PI-LINE
           WRITE PI-LINE
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PAY-COUNT
               MOVE SPACES TO WS-AL-TEXT
               IF WS-PY-METHOD(WS-PY-IDX) = 'Voucher'
                   STRING "  Gift voucher credit "
                       WS-PY-CARD-REF(WS-PY-IDX)
                       DELIMITED BY SIZE INTO WS-AL-TEXT
               ELSE
                   STRING "  " WS-PY-METHOD(WS-PY-IDX) " "
                       WS-PY-CARD-REF(WS-PY-IDX)
                       DELIMITED BY SIZE INTO WS-AL-TEXT
               END-IF
               MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-AL-AMOUNT
               MOVE 'Y' TO WS-AL-CREDIT
               PERFORM WRITE-AMOUNT-LINE
               IF WS-PY-SETTLE-CURR(WS-PY-IDX) NOT = SPACES
                  AND WS-PY-SETTLE-CURR(WS-PY-IDX) NOT =
                      INVOICE-CURRENCY
                   MOVE WS-PY-SETTLE-AMT(WS-PY-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO PI-LINE
                   STRING "      tendered as "
                       WS-PY-SETTLE-CURR(WS-PY-IDX) " "
                       FUNCTION TRIM(WS-AMOUNT-EDIT)
                       DELIMITED BY SIZE INTO PI-LINE
                   WRITE PI-LINE
               END-IF
           END-PERFORM
           IF WS-PAY-COUNT = 0
               MOVE "  No payment recorded" TO PI-LINE
               WRITE PI-LINE
           END-IF
           MOVE 'N' TO WS-AL-CREDIT
           MOVE "Total paid" TO WS-AL-TEXT
           MOVE WS-PAID-TOTAL TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           WRITE PI-LINE FROM ALL "="
           IF WS-CREDIT-NOTE = 'Y'
               MOVE "AMOUNT CREDITED" TO WS-AL-TEXT
               MOVE WS-CN-AMOUNT TO WS-AL-AMOUNT
               MOVE 'Y' TO WS-AL-CREDIT
           ELSE
               MOVE "BALANCE DUE" TO WS-AL-TEXT
               MOVE WS-BALANCE-DUE TO WS-AL-AMOUNT
           END-IF
           PERFORM WRITE-AMOUNT-LINE
           WRITE PI-LINE FROM ALL "="
           IF WS-CREDIT-NOTE = 'N' AND DEBTOR-FLAG = 'Y'
               MOVE SPACES TO PI-LINE
               STRING "Balance held on account: " DEBTOR-REASON
                   DELIMITED BY SIZE INTO PI-LINE
               WRITE PI-LINE
           END-IF.

       WRITE-DOCUMENT-FOOTER.
           MOVE SPACES TO PI-LINE
           WRITE PI-LINE
           IF WS-CREDIT-NOTE = 'N'
              AND FUNCTION TRIM(INVOICE-STATUS) = 'Void'
               MOVE "*** THIS INVOICE HAS BEEN VOIDED ***" TO PI-LINE
               WRITE PI-LINE
           END-IF
           IF PIA-COPY
               MOVE "*** COPY - NOT AN ORIGINAL DOCUMENT ***"
                   TO PI-LINE
               WRITE PI-LINE
           END-IF
           MOVE SPACES TO PI-LINE
           STRING "Printed " WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2)
               "-" WS-NOW-STAMP(7:2) " " WS-NOW-STAMP(9:2) ":"
               WS-NOW-STAMP(11:2)
               "     Thank you for staying with us."
               DELIMITED BY SIZE INTO PI-LINE
           WRITE PI-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO PI-LINE
           MOVE WS-AL-TEXT TO PI-LINE(1:48)
           MOVE INVOICE-CURRENCY TO PI-LINE(50:3)
           MOVE WS-AL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO PI-LINE(54:13)
           IF WS-AL-CREDIT = 'Y'
               MOVE "CR" TO PI-LINE(68:2)
           END-IF
           WRITE PI-LINE.

       FORMAT-DATE.
           MOVE SPACES TO WS-FD-OUT
           IF WS-FD-IN > 0
               STRING WS-FD-IN(1:4) "-" WS-FD-IN(5:2) "-"
                   WS-FD-IN(7:2)
                   DELIMITED BY SIZE INTO WS-FD-OUT
           END-IF.

       END PROGRAM printInvoice.
