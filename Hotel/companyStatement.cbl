      * name. This program prints each company's monthly statement
      * (open items, receipts, balance) and records the cheque when a
      * company settles, replacing the notebook ledger.
      * A receipt is applied against the CL-INVOICE-IDs the company
      * says it is paying, in full or in part; whatever is not
      * applied stays on the Receipt entry as unapplied cash on
      * account until it is applied later. Remittance advices can be
      * loaded from ../DATA/REMIT.CSV instead of keyed. Every step
      * is journalled to CASHAPP.DAT for the month-end export.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT CASHAPP-FILE ASSIGN TO '../DATA/CASHAPP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ID
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT REMIT-FILE ASSIGN TO '../DATA/REMIT.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT AGING-FILE ASSIGN TO '../DATA/CLAGING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTS-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy".

       FD  CASHAPP-FILE.
       COPY "./CopyBooks/CASHAPP.cpy".

       *> company,reference,invoice id,amount - invoice id 0 is
       *> money the company sent on account without naming an item
       FD  REMIT-FILE.
       01  RM-CSV-LINE             PIC X(160).

       FD  AGING-FILE.
       01  AG-LINE                 PIC X(100).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CL-FILE-STATUS       PIC 99.
           88 CL-FILE-OK           VALUE 00.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01 WS-CTR-RETRY-COUNT     PIC 99 VALUE 0.
       01  WS-CA-FILE-STATUS       PIC 99.
           88 CA-FILE-OK           VALUE 00.
           88 CA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RM-FILE-STATUS       PIC 99.
           88 RM-FILE-OK           VALUE 00.
           88 RM-FILE-ERROR        VALUE 01 THRU 99.
       01 WS-SESSION-STATUS  PIC 99.
           88 SESSION-FILE-OK VALUE 00.
           88 SESSION-FILE-ERROR VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-OPERATOR-ROLE        PIC X(10).

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.

       01  WS-RECEIPT-AMOUNT       PIC 9(9).
       01  WS-NEXT-CITYLEDG-ID     PIC 9(5).
       01  WS-NEXT-CASHAPP-ID      PIC 9(5).
       01  WS-UNAPPLIED-CASH       PIC 9(9) VALUE 0.
       01  WS-OUTSTANDING          PIC 9(9).

       *> Cash application - the receipt being spread and the items
       *> the company named against it
       01  WS-REFERENCE            PIC X(15).
       01  WS-RECEIPT-ENTRY-ID     PIC 9(5).
       01  WS-RECEIPT-LEFT         PIC 9(9).
       01  WS-HELD-USED            PIC 9(9).
       01  WS-APPLY-NOW            PIC 9(9).
       01  WS-APPLY-INVOICE        PIC 9(5).
       01  WS-APPLY-AMOUNT         PIC 9(9).
       01  WS-AUTO-APPLY           PIC X.
       01  WS-CHARGE-FOUND         PIC X.
       01  WS-APPLY-COUNT          PIC 9(2) VALUE 0.
       01  WS-APPLY-IDX            PIC 9(2).
       01  WS-APPLY-TABLE.
           05 WS-APPLY-ENTRY OCCURS 50 TIMES.
               10 WS-AP-INVOICE    PIC 9(5).
               10 WS-AP-AMOUNT     PIC 9(9).
       01  WS-CA-KIND              PIC X(10).
       01  WS-CA-AMOUNT            PIC 9(9).
       01  WS-CA-CHARGE            PIC 9(5).
       01  WS-CA-INVOICE           PIC 9(5).
       01  WS-CA-SEEN              PIC X.
       *> Whether the payment being built has been checked against
       *> the journal yet, so a payment over 50 lines that posts as
       *> several receipts is judged once, before its first receipt
       01  WS-REF-CHECKED          PIC X VALUE 'N'.
       01  WS-REF-POSTED           PIC X VALUE 'N'.

       *> Remittance file import
       01  WS-RM-EOF               PIC X.
       01  WS-ROW-COMPANY          PIC X(30).
       01  WS-ROW-REFERENCE        PIC X(15).
       01  WS-ROW-INVOICE-X        PIC X(10).
       01  WS-ROW-AMOUNT-X         PIC X(15).
       01  WS-ROW-INVOICE          PIC 9(5).
       01  WS-ROW-AMOUNT           PIC 9(9).
       01  WS-ROW-COMPANY-UPPER    PIC X(30).
       01  WS-ROW-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.

       *> City-ledger aging - outstanding by age of the charge
       01  WS-TODAY-INT            PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(7).
       01  WS-BUCKET               PIC 9.
       01  WS-AG-COUNT             PIC 9(3) VALUE 0.
       01  WS-AG-IDX               PIC 9(3).
       01  WS-AG-FOUND             PIC X.
       01  WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 200 TIMES.
               10 WS-AG-COMPANY    PIC X(30).
               10 WS-AG-UPPER      PIC X(30).
               10 WS-AG-BUCKET-AMT PIC 9(9) OCCURS 4 TIMES.
               10 WS-AG-UNAPPLIED  PIC 9(9).
       01  WS-AG-TOTALS.
           05 WS-AG-TOTAL-AMT      PIC 9(11) OCCURS 4 TIMES.
       01  WS-AG-TOTAL-UNAPPLIED   PIC 9(11).
       01  WS-AG-NET               PIC S9(11).
       01  WS-AG-DSP-1             PIC Z(8)9.
       01  WS-AG-DSP-2             PIC Z(8)9.
       01  WS-AG-DSP-3             PIC Z(8)9.
       01  WS-AG-DSP-4             PIC Z(8)9.
       01  WS-AG-DSP-U             PIC Z(8)9.
       01  WS-AG-DSP-NET           PIC -(9)9.
       01  WS-SEED-EOF             PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "         CORPORATE CITY LEDGER"
               DISPLAY "1. Print monthly company statement"
               DISPLAY "2. Record a company receipt (payment received)"
               DISPLAY "3. List companies with open balances"
               DISPLAY "4. Import a remittance file (REMIT.CSV)"
               DISPLAY "5. Apply unapplied cash on account"
               DISPLAY "6. City-ledger aging report"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
                       PERFORM RECORD-COMPANY-RECEIPT
                   WHEN 3
                       PERFORM LIST-OPEN-BALANCES
                   WHEN 4
                       PERFORM IMPORT-REMITTANCE-FILE
                   WHEN 5
                       PERFORM APPLY-UNAPPLIED-CASH
                   WHEN 6
                       PERFORM PRINT-CITY-LEDGER-AGING
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
           MOVE 0 TO WS-MONTH-RECEIPTS
           MOVE 0 TO WS-TOTAL-CHARGES
           MOVE 0 TO WS-TOTAL-RECEIPTS
           MOVE 0 TO WS-UNAPPLIED-CASH
           MOVE 0 TO WS-LINE-COUNT

           OPEN INPUT CITYLEDG-FILE
               DELIMITED BY SIZE INTO CS-LINE
           WRITE CS-LINE
           MOVE SPACES TO CS-LINE
           STRING "UNAPPLIED ON ACCOUNT: " WS-UNAPPLIED-CASH
               DELIMITED BY SIZE INTO CS-LINE
           WRITE CS-LINE
           MOVE SPACES TO CS-LINE
           STRING "ACCOUNT BALANCE     : " WS-BALANCE-DSP
               DELIMITED BY SIZE INTO CS-LINE
           WRITE CS-LINE
           PERFORM PRINT-CONTRACT-TERMS

           CLOSE STATEMENT-FILE
           MOVE 'COMPANYSTATEMENT' TO RCA-REPORT-NAME
           MOVE '../DATA/COMPANYSTATEMENT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "--------------------------------------------"
           DISPLAY "Items listed        : " WS-LINE-COUNT
           DISPLAY "Charges this month  : " WS-MONTH-CHARGES
           DISPLAY "Receipts this month : " WS-MONTH-RECEIPTS
           DISPLAY "Unapplied on account: " WS-UNAPPLIED-CASH
           DISPLAY "Account balance     : " WS-BALANCE-DSP
           DISPLAY "Statement written to COMPANYSTATEMENT.RPT".

           END-PERFORM
           CLOSE CONTRACTS-FILE.

       *> One ledger entry onto the statement: open charges and
       *> unapplied receipts from any month plus everything dated in
       *> the statement month. The last column is what is still
       *> outstanding on a charge, or still unapplied on a receipt.
       TALLY-STATEMENT-ENTRY.
           MOVE CL-ENTRY-DATE(1:6) TO WS-ENTRY-MONTH
           COMPUTE WS-OUTSTANDING = CL-AMOUNT - CL-APPLIED-AMT
           IF CL-ENTRY-TYPE = 'Charge'
               ADD CL-AMOUNT TO WS-TOTAL-CHARGES
               IF WS-ENTRY-MONTH = WS-STMT-MONTH
               IF WS-ENTRY-MONTH = WS-STMT-MONTH
                   ADD CL-AMOUNT TO WS-MONTH-RECEIPTS
               END-IF
               IF CL-STATUS = 'Unapplied'
                   ADD WS-OUTSTANDING TO WS-UNAPPLIED-CASH
               END-IF
           END-IF
           IF CL-STATUS NOT = 'Open' AND CL-STATUS NOT = 'Unapplied'
               MOVE 0 TO WS-OUTSTANDING
           END-IF

           IF CL-STATUS = 'Open' OR CL-STATUS = 'Unapplied'
              OR WS-ENTRY-MONTH = WS-STMT-MONTH
               ADD 1 TO WS-LINE-COUNT
               MOVE CL-AMOUNT TO WS-FORMATTED-AMT
               DISPLAY CL-ENTRY-DATE "  " CL-ENTRY-TYPE "  INV "
                       CL-INVOICE-ID "  " WS-FORMATTED-AMT "  "
                       CL-STATUS "  " WS-OUTSTANDING
               MOVE SPACES TO CS-LINE
               STRING CL-ENTRY-DATE "  " CL-ENTRY-TYPE "  INV "
                   CL-INVOICE-ID "  " CL-AMOUNT "  " CL-STATUS
                   "  " WS-OUTSTANDING " " CL-REFERENCE
                   DELIMITED BY SIZE INTO CS-LINE
               WRITE CS-LINE
           END-IF.

       *> Record a company cheque: one Receipt entry, applied to the
       *> invoices the company names - an amount of 0 against an
       *> invoice pays whatever is still open on it. What is left can
       *> go on the oldest open charges or be held on account.
       RECORD-COMPANY-RECEIPT.
           DISPLAY "Enter Company Name: "
           ACCEPT WS-COMPANY-NAME
           DISPLAY "Enter Cheque / Payment Reference: "
           ACCEPT WS-REFERENCE
           DISPLAY "Enter Receipt Amount: "
           ACCEPT WS-RECEIPT-AMOUNT
           IF WS-RECEIPT-AMOUNT = 0
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMPANY-NAME))
               TO WS-COMPANY-UPPER

           PERFORM SHOW-COMPANY-OPEN-ITEMS
           PERFORM COLLECT-APPLICATION-LINES
           PERFORM POST-COMPANY-RECEIPT
           DISPLAY "Receipt recorded.".

       *> The company's open charges with what is still owed on each,
       *> so the operator can match them to the remittance advice.
       SHOW-COMPANY-OPEN-ITEMS.
           OPEN INPUT CITYLEDG-FILE
           IF CL-FILE-ERROR
               CLOSE CITYLEDG-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Open items for " FUNCTION TRIM(WS-COMPANY-NAME)
           DISPLAY "DATE      INVOICE   AMOUNT      OUTSTANDING"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CL-COMPANY-NAME)) TO WS-ENTRY-COMPANY-UPPER
                       IF WS-ENTRY-COMPANY-UPPER = WS-COMPANY-UPPER
                          AND CL-ENTRY-TYPE = 'Charge'
                          AND CL-STATUS = 'Open'
                           COMPUTE WS-OUTSTANDING =
                               CL-AMOUNT - CL-APPLIED-AMT
                           DISPLAY CL-ENTRY-DATE "  " CL-INVOICE-ID
                                   "     " CL-AMOUNT "   "
                                   WS-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITYLEDG-FILE.

       COLLECT-APPLICATION-LINES.
           MOVE 0 TO WS-APPLY-COUNT
           INITIALIZE WS-APPLY-TABLE
           MOVE 1 TO WS-APPLY-INVOICE
           PERFORM UNTIL WS-APPLY-INVOICE = 0 OR WS-APPLY-COUNT = 50
               DISPLAY "Invoice ID to apply against (0 when done): "
               ACCEPT WS-APPLY-INVOICE
               IF WS-APPLY-INVOICE NOT = 0
                   DISPLAY "Amount to apply (0 = whole balance): "
                   ACCEPT WS-APPLY-AMOUNT
                   ADD 1 TO WS-APPLY-COUNT
                   MOVE WS-APPLY-INVOICE
                       TO WS-AP-INVOICE(WS-APPLY-COUNT)
                   MOVE WS-APPLY-AMOUNT TO WS-AP-AMOUNT(WS-APPLY-COUNT)
               END-IF
           END-PERFORM
           DISPLAY "Apply any remainder to the oldest open items? "
                   "(Y/N, N holds it on account): "
           ACCEPT WS-AUTO-APPLY
           MOVE FUNCTION UPPER-CASE(WS-AUTO-APPLY) TO WS-AUTO-APPLY.

       *> Post one receipt for WS-COMPANY-NAME / WS-REFERENCE /
       *> WS-RECEIPT-AMOUNT against WS-APPLY-TABLE. The Receipt entry
       *> keeps in CL-APPLIED-AMT how much of it has gone to charges;
       *> while any is left it stays 'Unapplied' as cash on account.
       POST-COMPANY-RECEIPT.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           PERFORM GENERATE-NEXT-CITYLEDG-ID
           MOVE WS-NEXT-CITYLEDG-ID TO WS-RECEIPT-ENTRY-ID
           OPEN I-O CITYLEDG-FILE
           IF CL-FILE-ERROR
               CLOSE CITYLEDG-FILE
               CLOSE CITYLEDG-FILE
               OPEN I-O CITYLEDG-FILE
           END-IF
           MOVE WS-RECEIPT-ENTRY-ID TO CL-ENTRY-ID
           MOVE WS-COMPANY-NAME TO CL-COMPANY-NAME
           MOVE ZEROS TO CL-INVOICE-ID
           MOVE ZEROS TO CL-BOOKING-ID
           MOVE 'Receipt' TO CL-ENTRY-TYPE
           MOVE WS-RECEIPT-AMOUNT TO CL-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO CL-ENTRY-DATE
           MOVE 'Unapplied' TO CL-STATUS
           MOVE 0 TO CL-APPLIED-AMT
           MOVE WS-REFERENCE TO CL-REFERENCE
           WRITE CITY-LEDGER-RECORD

           MOVE 'Received' TO WS-CA-KIND
           MOVE WS-RECEIPT-AMOUNT TO WS-CA-AMOUNT
           MOVE 0 TO WS-CA-CHARGE
           MOVE 0 TO WS-CA-INVOICE
           PERFORM WRITE-CASHAPP-ROW

           MOVE WS-RECEIPT-AMOUNT TO WS-RECEIPT-LEFT
           PERFORM APPLY-LISTED-INVOICES
           IF WS-AUTO-APPLY = 'Y'
               PERFORM APPLY-OLDEST-FIRST
           END-IF

           MOVE WS-RECEIPT-ENTRY-ID TO CL-ENTRY-ID
           READ CITYLEDG-FILE KEY IS CL-ENTRY-ID
               NOT INVALID KEY
                   COMPUTE CL-APPLIED-AMT =
                       CL-AMOUNT - WS-RECEIPT-LEFT
                   IF WS-RECEIPT-LEFT = 0
                       MOVE 'Applied' TO CL-STATUS
                   END-IF
                   REWRITE CITY-LEDGER-RECORD
           END-READ
           CLOSE CITYLEDG-FILE

           IF WS-RECEIPT-LEFT > 0
               MOVE 'Held' TO WS-CA-KIND
               MOVE WS-RECEIPT-LEFT TO WS-CA-AMOUNT
               MOVE 0 TO WS-CA-CHARGE
               MOVE 0 TO WS-CA-INVOICE
               PERFORM WRITE-CASHAPP-ROW
               DISPLAY "Unapplied remainder of " WS-RECEIPT-LEFT
                       " held on account as a credit."
           END-IF.

       APPLY-LISTED-INVOICES.
           PERFORM VARYING WS-APPLY-IDX FROM 1 BY 1
                   UNTIL WS-APPLY-IDX > WS-APPLY-COUNT
               MOVE WS-AP-INVOICE(WS-APPLY-IDX) TO WS-APPLY-INVOICE
               MOVE WS-AP-AMOUNT(WS-APPLY-IDX) TO WS-APPLY-AMOUNT
               PERFORM APPLY-TO-ONE-INVOICE
           END-PERFORM.

       *> Pays the named invoice up to what is still owed on it and
       *> what is left of the receipt; anything the company sent
       *> against an invoice that is not open here stays unapplied.
       APPLY-TO-ONE-INVOICE.
           IF WS-RECEIPT-LEFT = 0
               DISPLAY "Nothing left to apply to invoice "
                       WS-APPLY-INVOICE "."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CHARGE-FOUND
           MOVE 'N' TO WS-EOF
           MOVE 0 TO CL-ENTRY-ID
           START CITYLEDG-FILE KEY IS >= CL-ENTRY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-CHARGE-FOUND = 'Y'
               READ CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       IF WS-ENTRY-COMPANY-UPPER = WS-COMPANY-UPPER
                          AND CL-ENTRY-TYPE = 'Charge'
                          AND CL-STATUS = 'Open'
                          AND CL-INVOICE-ID = WS-APPLY-INVOICE
                           MOVE 'Y' TO WS-CHARGE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHARGE-FOUND = 'N'
               DISPLAY "Invoice " WS-APPLY-INVOICE " has no open "
                       "charge for this company - not applied."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OUTSTANDING = CL-AMOUNT - CL-APPLIED-AMT
           MOVE WS-APPLY-AMOUNT TO WS-APPLY-NOW
           IF WS-APPLY-NOW = 0 OR WS-APPLY-NOW > WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-APPLY-NOW
           END-IF
           IF WS-APPLY-NOW > WS-RECEIPT-LEFT
               MOVE WS-RECEIPT-LEFT TO WS-APPLY-NOW
           END-IF
           PERFORM APPLY-TO-CURRENT-CHARGE.

       *> Spread what is left over the company's open charges in
       *> entry order, oldest first, paying the last one in part.
       APPLY-OLDEST-FIRST.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO CL-ENTRY-ID
           START CITYLEDG-FILE KEY IS >= CL-ENTRY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RECEIPT-LEFT = 0
               READ CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CL-COMPANY-NAME)) TO WS-ENTRY-COMPANY-UPPER
                       IF WS-ENTRY-COMPANY-UPPER = WS-COMPANY-UPPER
                          AND CL-ENTRY-TYPE = 'Charge'
                          AND CL-STATUS = 'Open'
                           COMPUTE WS-APPLY-NOW =
                               CL-AMOUNT - CL-APPLIED-AMT
                           IF WS-APPLY-NOW > WS-RECEIPT-LEFT
                               MOVE WS-RECEIPT-LEFT TO WS-APPLY-NOW
                           END-IF
                           IF WS-APPLY-NOW > 0
                               PERFORM APPLY-TO-CURRENT-CHARGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> The charge just read takes WS-APPLY-NOW; it is Settled once
       *> nothing is owed on it, otherwise it stays Open part-paid.
       APPLY-TO-CURRENT-CHARGE.
           ADD WS-APPLY-NOW TO CL-APPLIED-AMT
           IF CL-APPLIED-AMT >= CL-AMOUNT
               MOVE 'Settled' TO CL-STATUS
           END-IF
           REWRITE CITY-LEDGER-RECORD
           SUBTRACT WS-APPLY-NOW FROM WS-RECEIPT-LEFT
           COMPUTE WS-OUTSTANDING = CL-AMOUNT - CL-APPLIED-AMT
           IF CL-STATUS = 'Settled'
               DISPLAY "Settled invoice " CL-INVOICE-ID
                       " (" WS-APPLY-NOW ")"
           ELSE
               DISPLAY "Part-paid invoice " CL-INVOICE-ID
                       " (" WS-APPLY-NOW "), still owed "
                       WS-OUTSTANDING
           END-IF
           MOVE 'Applied' TO WS-CA-KIND
           MOVE WS-APPLY-NOW TO WS-CA-AMOUNT
           MOVE CL-ENTRY-ID TO WS-CA-CHARGE
           MOVE CL-INVOICE-ID TO WS-CA-INVOICE
           PERFORM WRITE-CASHAPP-ROW.

       *> Cash already held on account goes onto invoices the same
       *> way a new receipt does, then is drawn off the unapplied
       *> Receipt entries oldest first.
       APPLY-UNAPPLIED-CASH.
           DISPLAY "Enter Company Name: "
           ACCEPT WS-COMPANY-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMPANY-NAME))
               TO WS-COMPANY-UPPER
           PERFORM TOTAL-UNAPPLIED-CASH
           IF WS-UNAPPLIED-CASH = 0
               DISPLAY "No unapplied cash on account for this company."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Unapplied cash on account: " WS-UNAPPLIED-CASH

           PERFORM SHOW-COMPANY-OPEN-ITEMS
           PERFORM COLLECT-APPLICATION-LINES

           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 'ON ACCOUNT' TO WS-REFERENCE
           MOVE 0 TO WS-RECEIPT-ENTRY-ID
           MOVE WS-UNAPPLIED-CASH TO WS-RECEIPT-LEFT
           OPEN I-O CITYLEDG-FILE
           PERFORM APPLY-LISTED-INVOICES
           IF WS-AUTO-APPLY = 'Y'
               PERFORM APPLY-OLDEST-FIRST
           END-IF
           COMPUTE WS-HELD-USED = WS-UNAPPLIED-CASH - WS-RECEIPT-LEFT
           PERFORM DRAW-DOWN-HELD-RECEIPTS
           CLOSE CITYLEDG-FILE

           IF WS-HELD-USED > 0
               MOVE 'Released' TO WS-CA-KIND
               MOVE WS-HELD-USED TO WS-CA-AMOUNT
               MOVE 0 TO WS-CA-CHARGE
               MOVE 0 TO WS-CA-INVOICE
               PERFORM WRITE-CASHAPP-ROW
           END-IF
           DISPLAY "Applied from account: " WS-HELD-USED
                   "   Still unapplied: " WS-RECEIPT-LEFT.

       TOTAL-UNAPPLIED-CASH.
           MOVE 0 TO WS-UNAPPLIED-CASH
           OPEN INPUT CITYLEDG-FILE
           IF CL-FILE-ERROR
               CLOSE CITYLEDG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CL-COMPANY-NAME)) TO WS-ENTRY-COMPANY-UPPER
                       IF WS-ENTRY-COMPANY-UPPER = WS-COMPANY-UPPER
                          AND CL-ENTRY-TYPE = 'Receipt'
                          AND CL-STATUS = 'Unapplied'
                           COMPUTE WS-UNAPPLIED-CASH = WS-UNAPPLIED-CASH
                               + CL-AMOUNT - CL-APPLIED-AMT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITYLEDG-FILE.

       DRAW-DOWN-HELD-RECEIPTS.
           MOVE WS-HELD-USED TO WS-APPLY-AMOUNT
           MOVE 'N' TO WS-EOF
           MOVE 0 TO CL-ENTRY-ID
           START CITYLEDG-FILE KEY IS >= CL-ENTRY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-APPLY-AMOUNT = 0
               READ CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CL-COMPANY-NAME)) TO WS-ENTRY-COMPANY-UPPER
                       IF WS-ENTRY-COMPANY-UPPER = WS-COMPANY-UPPER
                          AND CL-ENTRY-TYPE = 'Receipt'
                          AND CL-STATUS = 'Unapplied'
                           COMPUTE WS-APPLY-NOW =
                               CL-AMOUNT - CL-APPLIED-AMT
                           IF WS-APPLY-NOW > WS-APPLY-AMOUNT
                               MOVE WS-APPLY-AMOUNT TO WS-APPLY-NOW
                           END-IF
                           ADD WS-APPLY-NOW TO CL-APPLIED-AMT
                           SUBTRACT WS-APPLY-NOW FROM WS-APPLY-AMOUNT
                           IF CL-APPLIED-AMT >= CL-AMOUNT
                               MOVE 'Applied' TO CL-STATUS
                           END-IF
                           REWRITE CITY-LEDGER-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       *> One row per remittance line; consecutive rows with the same
       *> company and reference are one payment and post as a single
       *> receipt (more than 50 lines post as further receipts under
       *> the same reference). A reference already journalled for the
       *> company before the run is skipped so the same file can
       *> safely be run twice.
       IMPORT-REMITTANCE-FILE.
           OPEN INPUT REMIT-FILE
           IF RM-FILE-ERROR
               DISPLAY "No REMIT.CSV file found - nothing to import."
               CLOSE REMIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE 0 TO WS-POSTED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-APPLY-COUNT
           MOVE 0 TO WS-RECEIPT-AMOUNT
           MOVE SPACES TO WS-COMPANY-UPPER
           MOVE SPACES TO WS-REFERENCE
           MOVE 'N' TO WS-REF-CHECKED
           MOVE 'N' TO WS-AUTO-APPLY
           MOVE 'N' TO WS-RM-EOF
           PERFORM UNTIL WS-RM-EOF = 'Y'
               READ REMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-RM-EOF
                   NOT AT END
                       IF RM-CSV-LINE NOT = SPACES
                           ADD 1 TO WS-ROW-COUNT
                           PERFORM IMPORT-REMIT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMIT-FILE
           IF WS-RECEIPT-AMOUNT > 0
               PERFORM POST-REMIT-PAYMENT
           END-IF

           DISPLAY "Rows read         : " WS-ROW-COUNT
           DISPLAY "Rows rejected     : " WS-REJECT-COUNT
           DISPLAY "Receipts posted   : " WS-POSTED-COUNT
           DISPLAY "Already posted    : " WS-SKIPPED-COUNT.

       IMPORT-REMIT-ROW.
           MOVE SPACES TO WS-ROW-COMPANY
           MOVE SPACES TO WS-ROW-REFERENCE
           MOVE SPACES TO WS-ROW-INVOICE-X
           MOVE SPACES TO WS-ROW-AMOUNT-X
           UNSTRING RM-CSV-LINE DELIMITED BY ','
               INTO WS-ROW-COMPANY WS-ROW-REFERENCE
                    WS-ROW-INVOICE-X WS-ROW-AMOUNT-X
           END-UNSTRING
           IF WS-ROW-COMPANY = SPACES OR WS-ROW-REFERENCE = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ROW-INVOICE-X) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-ROW-AMOUNT-X) NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Row " WS-ROW-COUNT " rejected - unreadable: "
                       FUNCTION TRIM(RM-CSV-LINE)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ROW-INVOICE-X) TO WS-ROW-INVOICE
           MOVE FUNCTION NUMVAL(WS-ROW-AMOUNT-X) TO WS-ROW-AMOUNT
           IF WS-ROW-AMOUNT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Row " WS-ROW-COUNT " rejected - no amount."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-COMPANY))
               TO WS-ROW-COMPANY-UPPER
           IF WS-RECEIPT-AMOUNT > 0
              AND (WS-ROW-COMPANY-UPPER NOT = WS-COMPANY-UPPER
                   OR WS-ROW-REFERENCE NOT = WS-REFERENCE
                   OR WS-APPLY-COUNT = 50)
               PERFORM POST-REMIT-PAYMENT
           END-IF
           IF WS-RECEIPT-AMOUNT = 0
               IF WS-ROW-COMPANY-UPPER NOT = WS-COMPANY-UPPER
                  OR WS-ROW-REFERENCE NOT = WS-REFERENCE
                   MOVE 'N' TO WS-REF-CHECKED
               END-IF
               MOVE WS-ROW-COMPANY TO WS-COMPANY-NAME
               MOVE WS-ROW-COMPANY-UPPER TO WS-COMPANY-UPPER
               MOVE WS-ROW-REFERENCE TO WS-REFERENCE
               MOVE 0 TO WS-APPLY-COUNT
               INITIALIZE WS-APPLY-TABLE
           END-IF
           ADD WS-ROW-AMOUNT TO WS-RECEIPT-AMOUNT
           IF WS-ROW-INVOICE > 0
               ADD 1 TO WS-APPLY-COUNT
               MOVE WS-ROW-INVOICE TO WS-AP-INVOICE(WS-APPLY-COUNT)
               MOVE WS-ROW-AMOUNT TO WS-AP-AMOUNT(WS-APPLY-COUNT)
           END-IF.

       POST-REMIT-PAYMENT.
           IF WS-REF-CHECKED = 'N'
               PERFORM CHECK-REFERENCE-POSTED
               MOVE WS-CA-SEEN TO WS-REF-POSTED
               MOVE 'Y' TO WS-REF-CHECKED
           END-IF
           IF WS-REF-POSTED = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Payment " FUNCTION TRIM(WS-REFERENCE) " from "
                       FUNCTION TRIM(WS-COMPANY-NAME)
                       " already posted - skipped."
           ELSE
               DISPLAY "Posting " FUNCTION TRIM(WS-REFERENCE) " from "
                       FUNCTION TRIM(WS-COMPANY-NAME) ": "
                       WS-RECEIPT-AMOUNT
               PERFORM POST-COMPANY-RECEIPT
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           MOVE 0 TO WS-RECEIPT-AMOUNT
           MOVE 0 TO WS-APPLY-COUNT.

       CHECK-REFERENCE-POSTED.
           MOVE 'N' TO WS-CA-SEEN
           OPEN INPUT CASHAPP-FILE
           IF CA-FILE-ERROR
               CLOSE CASHAPP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-CA-SEEN = 'Y'
               READ CASHAPP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CA-COMPANY-NAME)) TO WS-ENTRY-COMPANY-UPPER
                       IF CA-KIND = 'Received'
                          AND CA-REFERENCE = WS-REFERENCE
                          AND WS-ENTRY-COMPANY-UPPER = WS-COMPANY-UPPER
                           MOVE 'Y' TO WS-CA-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHAPP-FILE.

       *> One line of the cash-application journal the month-end
       *> export rolls up: Received, Applied, Held (put on account)
       *> or Released (drawn back off account onto an invoice).
       WRITE-CASHAPP-ROW.
           PERFORM GENERATE-NEXT-CASHAPP-ID
           OPEN I-O CASHAPP-FILE
           IF CA-FILE-ERROR
               CLOSE CASHAPP-FILE
               OPEN OUTPUT CASHAPP-FILE
               CLOSE CASHAPP-FILE
               OPEN I-O CASHAPP-FILE
           END-IF
           MOVE WS-NEXT-CASHAPP-ID TO CA-ID
           MOVE WS-CURRENT-DATE-NUM TO CA-DATE
           MOVE WS-COMPANY-NAME TO CA-COMPANY-NAME
           MOVE WS-REFERENCE TO CA-REFERENCE
           MOVE WS-RECEIPT-ENTRY-ID TO CA-RECEIPT-ENTRY
           MOVE WS-CA-CHARGE TO CA-CHARGE-ENTRY
           MOVE WS-CA-INVOICE TO CA-INVOICE-ID
           MOVE WS-CA-KIND TO CA-KIND
           MOVE WS-CA-AMOUNT TO CA-AMOUNT
           MOVE WS-OPERATOR-ID TO CA-OPERATOR
           WRITE CASH-APP-RECORD
           CLOSE CASHAPP-FILE.

       LIST-OPEN-BALANCES.
           OPEN INPUT CITYLEDG-FILE
           DISPLAY "--------------------------------------------"
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-OPEN-CHARGES
           MOVE 0 TO WS-UNAPPLIED-CASH
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CITYLEDG-FILE NEXT
                       IF CL-ENTRY-TYPE = 'Charge' AND
                          CL-STATUS = 'Open'
                           ADD 1 TO WS-LINE-COUNT
                           COMPUTE WS-OUTSTANDING =
                               CL-AMOUNT - CL-APPLIED-AMT
                           ADD WS-OUTSTANDING TO WS-OPEN-CHARGES
                           MOVE WS-OUTSTANDING TO WS-FORMATTED-AMT
                           DISPLAY CL-ENTRY-DATE "  "
                                   CL-COMPANY-NAME "  INV "
                                   CL-INVOICE-ID "  " WS-FORMATTED-AMT
                       END-IF
                       IF CL-ENTRY-TYPE = 'Receipt' AND
                          CL-STATUS = 'Unapplied'
                           COMPUTE WS-UNAPPLIED-CASH = WS-UNAPPLIED-CASH
                               + CL-AMOUNT - CL-APPLIED-AMT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITYLEDG-FILE
           DISPLAY "--------------------------------------------"
           DISPLAY "Open items: " WS-LINE-COUNT
                   "   Total outstanding: " WS-OPEN-CHARGES
           DISPLAY "Unapplied cash held on account: " WS-UNAPPLIED-CASH.

      *****************************************************************
      * CITY-LEDGER AGING
      * What each company still owes, by the age of the charge, with
      * its unapplied cash set against it for the net position.
      *****************************************************************
       PRINT-CITY-LEDGER-AGING.
           OPEN INPUT CITYLEDG-FILE
           IF CL-FILE-ERROR
               DISPLAY "No city ledger on file yet."
               CLOSE CITYLEDG-FILE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE 0 TO WS-AG-COUNT
           INITIALIZE WS-AG-TABLE
           INITIALIZE WS-AG-TOTALS
           MOVE 0 TO WS-AG-TOTAL-UNAPPLIED

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (CL-ENTRY-TYPE = 'Charge'
                           AND CL-STATUS = 'Open')
                          OR (CL-ENTRY-TYPE = 'Receipt'
                           AND CL-STATUS = 'Unapplied')
                           PERFORM AGE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITYLEDG-FILE

           OPEN OUTPUT AGING-FILE
           MOVE "CITY-LEDGER AGING" TO AG-LINE
           WRITE AG-LINE
           MOVE SPACES TO AG-LINE
           STRING "AS AT " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO AG-LINE
           WRITE AG-LINE
           MOVE SPACES TO AG-LINE
           STRING "COMPANY                           0-30     31-60"
               "     61-90       90+ UNAPPLIED        NET"
               DELIMITED BY SIZE INTO AG-LINE
           WRITE AG-LINE
           MOVE ALL "-" TO AG-LINE
           WRITE AG-LINE
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               MOVE WS-AG-BUCKET-AMT(WS-AG-IDX, 1) TO WS-AG-DSP-1
               MOVE WS-AG-BUCKET-AMT(WS-AG-IDX, 2) TO WS-AG-DSP-2
               MOVE WS-AG-BUCKET-AMT(WS-AG-IDX, 3) TO WS-AG-DSP-3
               MOVE WS-AG-BUCKET-AMT(WS-AG-IDX, 4) TO WS-AG-DSP-4
               MOVE WS-AG-UNAPPLIED(WS-AG-IDX) TO WS-AG-DSP-U
               COMPUTE WS-AG-NET = WS-AG-BUCKET-AMT(WS-AG-IDX, 1)
                   + WS-AG-BUCKET-AMT(WS-AG-IDX, 2)
                   + WS-AG-BUCKET-AMT(WS-AG-IDX, 3)
                   + WS-AG-BUCKET-AMT(WS-AG-IDX, 4)
                   - WS-AG-UNAPPLIED(WS-AG-IDX)
               MOVE WS-AG-NET TO WS-AG-DSP-NET
               MOVE SPACES TO AG-LINE
               STRING WS-AG-COMPANY(WS-AG-IDX) " " WS-AG-DSP-1 " "
                   WS-AG-DSP-2 " " WS-AG-DSP-3 " " WS-AG-DSP-4 " "
                   WS-AG-DSP-U " " WS-AG-DSP-NET
                   DELIMITED BY SIZE INTO AG-LINE
               WRITE AG-LINE
               DISPLAY AG-LINE
           END-PERFORM
           MOVE ALL "-" TO AG-LINE
           WRITE AG-LINE
           MOVE WS-AG-TOTAL-AMT(1) TO WS-AG-DSP-1
           MOVE WS-AG-TOTAL-AMT(2) TO WS-AG-DSP-2
           MOVE WS-AG-TOTAL-AMT(3) TO WS-AG-DSP-3
           MOVE WS-AG-TOTAL-AMT(4) TO WS-AG-DSP-4
           MOVE WS-AG-TOTAL-UNAPPLIED TO WS-AG-DSP-U
           COMPUTE WS-AG-NET = WS-AG-TOTAL-AMT(1) + WS-AG-TOTAL-AMT(2)
               + WS-AG-TOTAL-AMT(3) + WS-AG-TOTAL-AMT(4)
               - WS-AG-TOTAL-UNAPPLIED
           MOVE WS-AG-NET TO WS-AG-DSP-NET
           MOVE SPACES TO AG-LINE
           STRING "TOTAL                          " WS-AG-DSP-1 " "
               WS-AG-DSP-2 " " WS-AG-DSP-3 " " WS-AG-DSP-4 " "
               WS-AG-DSP-U " " WS-AG-DSP-NET
               DELIMITED BY SIZE INTO AG-LINE
           WRITE AG-LINE
           CLOSE AGING-FILE
           MOVE 'CLAGING' TO RCA-REPORT-NAME
           MOVE '../DATA/CLAGING.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY AG-LINE
           DISPLAY "Aging written to CLAGING.RPT".

       AGE-ONE-ENTRY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CL-COMPANY-NAME))
               TO WS-ENTRY-COMPANY-UPPER
           MOVE 'N' TO WS-AG-FOUND
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
                      OR WS-AG-FOUND = 'Y'
               IF WS-AG-UPPER(WS-AG-IDX) = WS-ENTRY-COMPANY-UPPER
                   MOVE 'Y' TO WS-AG-FOUND
               END-IF
           END-PERFORM
           IF WS-AG-FOUND = 'Y'
               SUBTRACT 1 FROM WS-AG-IDX
           ELSE
               IF WS-AG-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-AG-IDX
               MOVE CL-COMPANY-NAME TO WS-AG-COMPANY(WS-AG-IDX)
               MOVE WS-ENTRY-COMPANY-UPPER TO WS-AG-UPPER(WS-AG-IDX)
           END-IF

           COMPUTE WS-OUTSTANDING = CL-AMOUNT - CL-APPLIED-AMT
           IF CL-ENTRY-TYPE = 'Receipt'
               ADD WS-OUTSTANDING TO WS-AG-UNAPPLIED(WS-AG-IDX)
               ADD WS-OUTSTANDING TO WS-AG-TOTAL-UNAPPLIED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(CL-ENTRY-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD WS-OUTSTANDING TO WS-AG-BUCKET-AMT(WS-AG-IDX, WS-BUCKET)
           ADD WS-OUTSTANDING TO WS-AG-TOTAL-AMT(WS-BUCKET).

       *> The operator signed on in Main leaves their id in the
       *> session file; each cash-application row carries it.
       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
               END-READ
           END-IF
           CLOSE SESSION-FILE.

      *****************************************************************
      * ID GENERATION PROCEDURES
           MOVE 'CITYLEDG' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       GENERATE-NEXT-CASHAPP-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'CASHAPP' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-CASHAPP-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-CASHAPP-ID
           CLOSE COUNTERS-FILE.

       SEED-CASHAPP-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT CASHAPP-FILE
           IF CA-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ CASHAPP-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF CA-ID > COUNTER-NEXT-ID
                               MOVE CA-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CASHAPP-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'CASHAPP' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       END PROGRAM companyStatement.
