       IDENTIFICATION DIVISION.
       PROGRAM-ID. ledgerRollForward.

      *****************************************************************
      * RECEIVABLES ROLL-FORWARD (CALLED SUBPROGRAM)
      * Night audit calls this for the business date it is closing
      * (RV-MODE 'C'); the back office calls it to reprint a closed
      * day (RV-MODE 'R'). Three ledgers are rolled:
      *   G  guest ledger   - Open FOLIO lines, one item per stay
      *                       (house accounts by their folio mark);
      *                       lines moved between stays are transfers
      *   D  deposits       - DEPOSIT-AMOUNT held on bookings, the
      *                       same test depositLiability applies
      *   C  city ledger    - CITYLEDG charges less receipts, one
      *                       item per ledger entry
      * Each item's closing balance is frozen in RECVITEM.DAT and
      * becomes the next day's opening, so a day's opening is always
      * the last close. The day's movements are taken from the
      * transactions themselves - folio postings, bookings made,
      * invoices raised, ledger entries and cash applications - and
      * any change in an item that no transaction explains is listed
      * as a difference, item by item, with the folio lines behind it.
      * Guest and city ledger balances are owed to the hotel; the
      * deposit ledger is money held for guests.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECVROLL-FILE ASSIGN TO '../DATA/RECVROLL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RR-FILE-STATUS.
           SELECT RECVITEM-FILE ASSIGN TO '../DATA/RECVITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               FILE STATUS IS WS-RI-FILE-STATUS.
           SELECT FOLIO-FILE ASSIGN TO '../DATA/FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOLIO-LINE-ID
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT FOLIOXFER-FILE ASSIGN TO '../DATA/FOLIOXFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-ID
               FILE STATUS IS WS-XF-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               ALTERNATE RECORD KEY IS ROOM-ID-BK WITH DUPLICATES
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS CHECKIN-ID-IV
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT CITYLEDG-FILE ASSIGN TO '../DATA/CITYLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ENTRY-ID
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT CASHAPP-FILE ASSIGN TO '../DATA/CASHAPP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ID
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT ROLL-REPORT-FILE ASSIGN TO
               '../DATA/RECVROLL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECVROLL-FILE.
       COPY "./CopyBooks/RECVROLL.cpy".

       FD  RECVITEM-FILE.
       COPY "./CopyBooks/RECVITEM.cpy".

       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  FOLIOXFER-FILE.
       COPY "./CopyBooks/FOLIOXFER.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  CITYLEDG-FILE.
       COPY "./CopyBooks/CITYLEDG.cpy".

       FD  CASHAPP-FILE.
       COPY "./CopyBooks/CASHAPP.cpy".

       FD  ROLL-REPORT-FILE.
       01  RF-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RR-FILE-STATUS       PIC 99.
           88 RR-FILE-OK           VALUE 00.
           88 RR-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RI-FILE-STATUS       PIC 99.
           88 RI-FILE-OK           VALUE 00.
           88 RI-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-XF-FILE-STATUS       PIC 99.
           88 XF-FILE-OK           VALUE 00.
           88 XF-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CL-FILE-STATUS       PIC 99.
           88 CL-FILE-OK           VALUE 00.
           88 CL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CA-FILE-STATUS       PIC 99.
           88 CA-FILE-OK           VALUE 00.
           88 CA-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-ITEM-EOF             PIC X VALUE 'N'.
       01  WS-FOLIO-EOF            PIC X VALUE 'N'.
       01  WS-DATE                 PIC 9(8).
       01  WS-PRIOR-DATE           PIC 9(8) VALUE 0.
       01  WS-EXPECTED-PRIOR       PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-LEDGER               PIC X.
       01  WS-LEDGER-NAME          PIC X(34).
       01  WS-LEDGER-IDX           PIC 9.
       01  WS-LEDGER-CODES         PIC X(3) VALUE 'GDC'.
       01  WS-STAMP                PIC X(14).

       *> Amounts being added to one item
       01  WS-IT-REF               PIC X(10).
       01  WS-IT-IF-EXISTS         PIC X.
       01  WS-IT-FOUND             PIC X.
       01  WS-IT-CHARGES           PIC S9(9).
       01  WS-IT-PAYMENTS          PIC S9(9).
       01  WS-IT-TRANSFERS         PIC S9(9).
       01  WS-IT-CLOSING           PIC S9(9).
       01  WS-IT-ADJUSTMENTS       PIC S9(9).
       01  WS-IT-FLAG              PIC X.
       01  WS-IT-NOTE              PIC X(30).
       01  WS-LINE-AMOUNT          PIC S9(9).
       01  WS-RESIDUAL             PIC S9(9).
       01  WS-HA-MARK              PIC X(5).
       01  WS-STAY-ID              PIC 9(5).

       *> Ledger totals for the day
       01  WS-TOT-OPENING          PIC S9(9).
       01  WS-TOT-CHARGES          PIC S9(9).
       01  WS-TOT-PAYMENTS         PIC S9(9).
       01  WS-TOT-TRANSFERS        PIC S9(9).
       01  WS-TOT-ADJUSTMENTS      PIC S9(9).
       01  WS-TOT-CLOSING          PIC S9(9).
       01  WS-TOT-DIFFERENCE       PIC S9(9).
       01  WS-TOT-CALCULATED       PIC S9(9).
       01  WS-TOT-ITEMS            PIC 9(5).
       01  WS-TOT-DIFF-ITEMS       PIC 9(5).
       01  WS-DAY-DIFF-ITEMS       PIC 9(5) VALUE 0.

       01  WS-DSP-1                PIC -(9)9.
       01  WS-DSP-2                PIC -(9)9.
       01  WS-DSP-3                PIC -(9)9.
       01  WS-DSP-4                PIC -(9)9.

       *> Bookings invoiced on the day - a deposit that leaves the
       *> ledger for one of these was credited on the bill.
       01  WS-IB-COUNT             PIC 9(3) VALUE 0.
       01  WS-IB-IDX               PIC 9(3).
       01  WS-IB-FOUND             PIC X.
       01  WS-IB-TABLE.
           05 WS-IB-BOOKING-ID     PIC 9(5) OCCURS 200 TIMES.

       *> Folio lines written on a receiving stay by a transfer made
       *> on or after the day - they keep the post date and source
       *> of the line they copy, so only the journal tells them apart.
       01  WS-XL-COUNT             PIC 9(3) VALUE 0.
       01  WS-XL-IDX               PIC 9(3).
       01  WS-XL-FOUND             PIC X.
       01  WS-XL-TABLE.
           05 WS-XL-LINE-ID        PIC 9(5) OCCURS 500 TIMES.

       *> Companies with cash applied on the day - receipts and
       *> charges of theirs may move by application.
       01  WS-CO-COUNT             PIC 9(2) VALUE 0.
       01  WS-CO-IDX               PIC 9(2).
       01  WS-CO-FOUND             PIC X.
       01  WS-CO-NAME-UPPER        PIC X(30).
       01  WS-CO-TABLE.
           05 WS-CO-NAME           PIC X(30) OCCURS 50 TIMES.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       COPY "./CopyBooks/RECVAREA.cpy".

       PROCEDURE DIVISION USING RECV-ROLL-AREA.
       MAIN-PROCEDURE.
           MOVE 0 TO RV-DIFF-COUNT
           IF RV-MODE = 'R'
               PERFORM REPRINT-CLOSED-DAY
               GOBACK
           END-IF

           MOVE RV-BUSINESS-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           OPEN I-O RECVROLL-FILE
           IF RR-FILE-ERROR
               CLOSE RECVROLL-FILE
               OPEN OUTPUT RECVROLL-FILE
               CLOSE RECVROLL-FILE
               OPEN I-O RECVROLL-FILE
           END-IF
           OPEN I-O RECVITEM-FILE
           IF RI-FILE-ERROR
               CLOSE RECVITEM-FILE
               OPEN OUTPUT RECVITEM-FILE
               CLOSE RECVITEM-FILE
               OPEN I-O RECVITEM-FILE
           END-IF

           PERFORM FIND-PRIOR-CLOSE
           PERFORM CLEAR-DAY-ITEMS
           PERFORM CARRY-OPENING-ITEMS
           PERFORM LOAD-DAY-INVOICES
           PERFORM LOAD-DAY-CASH-APPLICATIONS
           PERFORM SCAN-FOLIO-LINES
           PERFORM SCAN-FOLIO-TRANSFERS
           PERFORM SCAN-DEPOSITS
           PERFORM SCAN-CITY-LEDGER

           PERFORM OPEN-ROLL-REPORT
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > 3
               MOVE WS-LEDGER-CODES(WS-LEDGER-IDX:1) TO WS-LEDGER
               PERFORM SETTLE-LEDGER
               PERFORM PRINT-LEDGER-SECTION
               DISPLAY WS-LEDGER-NAME " closing " WS-DSP-1
                       "  differences " RR-DIFF-COUNT
           END-PERFORM
           PERFORM PRINT-SIGN-OFF
           CLOSE ROLL-REPORT-FILE
           MOVE 'RECVROLL' TO RCA-REPORT-NAME
           MOVE '../DATA/RECVROLL.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           CLOSE RECVITEM-FILE
           CLOSE RECVROLL-FILE
           MOVE WS-DAY-DIFF-ITEMS TO RV-DIFF-COUNT
           GOBACK.

      *****************************************************************
      * OPENING POSITION
      * The opening is the last close before this date. A gap (a day
      * the audit never closed) is warned on the report; the movements
      * of the missing day then show up as differences, which is what
      * the accountant needs to see.
      *****************************************************************
       FIND-PRIOR-CLOSE.
           MOVE 0 TO WS-PRIOR-DATE
           MOVE LOW-VALUES TO RR-KEY
           START RECVROLL-FILE KEY IS >= RR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECVROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RR-DATE < WS-DATE
                          AND RR-DATE > WS-PRIOR-DATE
                           MOVE RR-DATE TO WS-PRIOR-DATE
                       END-IF
               END-READ
           END-PERFORM.

       *> A re-run of the same date (an audit that stopped part-way)
       *> starts again from the prior close.
       CLEAR-DAY-ITEMS.
           MOVE WS-DATE TO RI-DATE
           MOVE LOW-VALUES TO RI-LEDGER
           MOVE LOW-VALUES TO RI-REF
           START RECVITEM-FILE KEY IS >= RI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL WS-ITEM-EOF = 'Y'
               READ RECVITEM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END
                       IF RI-DATE NOT = WS-DATE
                           MOVE 'Y' TO WS-ITEM-EOF
                       ELSE
                           DELETE RECVITEM-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

       CARRY-OPENING-ITEMS.
           IF WS-PRIOR-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRIOR-DATE TO RI-DATE
           MOVE LOW-VALUES TO RI-LEDGER
           MOVE LOW-VALUES TO RI-REF
           START RECVITEM-FILE KEY IS >= RI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL WS-ITEM-EOF = 'Y'
               READ RECVITEM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END
                       IF RI-DATE NOT = WS-PRIOR-DATE
                           MOVE 'Y' TO WS-ITEM-EOF
                       ELSE
                           IF RI-CLOSING NOT = 0
                               PERFORM CARRY-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARRY-ONE-ITEM.
           MOVE RI-CLOSING TO WS-IT-CLOSING
           MOVE WS-DATE TO RI-DATE
           MOVE WS-IT-CLOSING TO RI-OPENING
           MOVE 0 TO RI-CHARGES
           MOVE 0 TO RI-PAYMENTS
           MOVE 0 TO RI-TRANSFERS
           MOVE 0 TO RI-ADJUSTMENTS
           MOVE 0 TO RI-CLOSING
           MOVE 0 TO RI-DIFFERENCE
           MOVE SPACE TO RI-FLAG
           MOVE SPACES TO RI-NOTE
           WRITE RECV-ITEM-RECORD
           *> Back onto the prior date's run for the next READ NEXT
           MOVE WS-PRIOR-DATE TO RI-DATE
           START RECVITEM-FILE KEY IS > RI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-EOF
           END-START.

      *****************************************************************
      * THE DAY'S TRANSACTIONS
      *****************************************************************
       LOAD-DAY-INVOICES.
           MOVE 0 TO WS-IB-COUNT
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-ERROR
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CREATED-AT-IV = WS-DATE
                          AND BOOKING-ID-IV > 0
                          AND WS-IB-COUNT < 200
                           ADD 1 TO WS-IB-COUNT
                           MOVE BOOKING-ID-IV
                               TO WS-IB-BOOKING-ID(WS-IB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE.

       LOAD-DAY-CASH-APPLICATIONS.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT CASHAPP-FILE
           IF CA-FILE-ERROR
               CLOSE CASHAPP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASHAPP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CA-DATE = WS-DATE
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               CA-COMPANY-NAME)) TO WS-CO-NAME-UPPER
                           PERFORM FIND-CASH-COMPANY
                           IF WS-CO-FOUND = 'N' AND WS-CO-COUNT < 50
                               ADD 1 TO WS-CO-COUNT
                               MOVE WS-CO-NAME-UPPER
                                   TO WS-CO-NAME(WS-CO-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHAPP-FILE.

       FIND-CASH-COMPANY.
           MOVE 'N' TO WS-CO-FOUND
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-NAME(WS-CO-IDX) = WS-CO-NAME-UPPER
                   MOVE 'Y' TO WS-CO-FOUND
               END-IF
           END-PERFORM.

       FIND-INVOICED-BOOKING.
           MOVE 'N' TO WS-IB-FOUND
           PERFORM VARYING WS-IB-IDX FROM 1 BY 1
                   UNTIL WS-IB-IDX > WS-IB-COUNT
               IF WS-IB-BOOKING-ID(WS-IB-IDX) = BOOKING-ID
                   MOVE 'Y' TO WS-IB-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * GUEST LEDGER
      * A line posted on the day is a charge (credits 'C' are
      * adjustments); whatever is still Open at the close is the
      * balance. Lines dated after the business date belong to the
      * next day's roll. A line moved to another stay keeps its post
      * date, so the copy written by folioTransfer is never a charge
      * again - the move itself is a transfer out of one stay and
      * into the other, taken from the FOLIOXFER journal.
      *****************************************************************
       SCAN-FOLIO-LINES.
           MOVE 'G' TO WS-LEDGER
           PERFORM LOAD-TRANSFERRED-IN-LINES
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
                       IF FOLIO-POST-DATE <= WS-DATE
                          AND (FOLIO-STATUS = 'Open'
                               OR FOLIO-POST-DATE = WS-DATE)
                           PERFORM ROLL-ONE-FOLIO-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLIO-FILE.

       ROLL-ONE-FOLIO-LINE.
           PERFORM CLEAR-ITEM-AMOUNTS
           IF FOLIO-SIGN = 'C'
               COMPUTE WS-LINE-AMOUNT = 0 - FOLIO-SVC-PRICE
           ELSE
               MOVE FOLIO-SVC-PRICE TO WS-LINE-AMOUNT
           END-IF
           MOVE 'N' TO WS-XL-FOUND
           IF FOLIO-POST-DATE = WS-DATE
               PERFORM FIND-TRANSFERRED-IN-LINE
           END-IF
           IF FOLIO-POST-DATE = WS-DATE
              AND WS-XL-FOUND = 'N'
               IF FOLIO-SIGN = 'C'
                   MOVE WS-LINE-AMOUNT TO WS-IT-ADJUSTMENTS
               ELSE
                   MOVE WS-LINE-AMOUNT TO WS-IT-CHARGES
               END-IF
           END-IF
           IF FOLIO-STATUS = 'Open'
               MOVE WS-LINE-AMOUNT TO WS-IT-CLOSING
           END-IF
           MOVE SPACES TO WS-IT-REF
           IF FOLIO-CHECKIN-ID = 0
               STRING FOLIO-CHECKIN-ID FOLIO-ROOM-ID
                   DELIMITED BY SIZE INTO WS-IT-REF
           ELSE
               MOVE FOLIO-CHECKIN-ID TO WS-IT-REF(1:5)
           END-IF
           PERFORM ADD-TO-ITEM.

       LOAD-TRANSFERRED-IN-LINES.
           MOVE 0 TO WS-XL-COUNT
           OPEN INPUT FOLIOXFER-FILE
           IF XF-FILE-ERROR
               CLOSE FOLIOXFER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLIOXFER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XF-DATE >= WS-DATE
                          AND WS-XL-COUNT < 500
                           ADD 1 TO WS-XL-COUNT
                           MOVE XF-TO-LINE-ID
                               TO WS-XL-LINE-ID(WS-XL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLIOXFER-FILE.

       FIND-TRANSFERRED-IN-LINE.
           MOVE 'N' TO WS-XL-FOUND
           PERFORM VARYING WS-XL-IDX FROM 1 BY 1
                   UNTIL WS-XL-IDX > WS-XL-COUNT
               IF WS-XL-LINE-ID(WS-XL-IDX) = FOLIO-LINE-ID
                   MOVE 'Y' TO WS-XL-FOUND
               END-IF
           END-PERFORM.

       SCAN-FOLIO-TRANSFERS.
           MOVE 'G' TO WS-LEDGER
           OPEN INPUT FOLIOXFER-FILE
           IF XF-FILE-ERROR
               CLOSE FOLIOXFER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLIOXFER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XF-DATE = WS-DATE
                           PERFORM ROLL-ONE-TRANSFER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLIOXFER-FILE.

       ROLL-ONE-TRANSFER.
           IF XF-SIGN = 'C'
               COMPUTE WS-LINE-AMOUNT = 0 - XF-AMOUNT
           ELSE
               MOVE XF-AMOUNT TO WS-LINE-AMOUNT
           END-IF
           PERFORM CLEAR-ITEM-AMOUNTS
           COMPUTE WS-IT-TRANSFERS = 0 - WS-LINE-AMOUNT
           MOVE 'T' TO WS-IT-FLAG
           MOVE 'FOLIO LINES TRANSFERRED OUT' TO WS-IT-NOTE
           MOVE SPACES TO WS-IT-REF
           MOVE XF-FROM-CHECKIN TO WS-IT-REF(1:5)
           PERFORM ADD-TO-ITEM
           PERFORM CLEAR-ITEM-AMOUNTS
           MOVE WS-LINE-AMOUNT TO WS-IT-TRANSFERS
           MOVE 'T' TO WS-IT-FLAG
           MOVE 'FOLIO LINES TRANSFERRED IN' TO WS-IT-NOTE
           MOVE SPACES TO WS-IT-REF
           MOVE XF-TO-CHECKIN TO WS-IT-REF(1:5)
           PERFORM ADD-TO-ITEM.

      *****************************************************************
      * ADVANCE DEPOSITS
      * A booking made on the day brings its deposit in; one credited
      * on a bill raised on the day transfers out; one whose booking
      * was changed on the day (cancelled, forfeited, reinstated,
      * amount altered) is an adjustment carrying the booking's
      * last-modified reason.
      *****************************************************************
       SCAN-DEPOSITS.
           MOVE 'D' TO WS-LEDGER
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ROLL-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       ROLL-ONE-DEPOSIT.
           PERFORM CLEAR-ITEM-AMOUNTS
           IF CREATED-AT(1:8) > WS-DATE
               EXIT PARAGRAPH
           END-IF
           IF DEPOSIT-AMOUNT > 0 AND DEPOSIT-PAID-FLAG NOT = 'Y'
               MOVE DEPOSIT-AMOUNT TO WS-IT-CLOSING
           END-IF
           IF DEPOSIT-AMOUNT > 0 AND CREATED-AT(1:8) = WS-DATE
               MOVE DEPOSIT-AMOUNT TO WS-IT-PAYMENTS
           END-IF
           PERFORM FIND-INVOICED-BOOKING
           IF WS-IB-FOUND = 'Y'
               MOVE 'T' TO WS-IT-FLAG
               MOVE 'CREDITED ON A BILL' TO WS-IT-NOTE
           ELSE
               IF LAST-MODIFIED-AT(1:8) = WS-DATE
                   MOVE 'M' TO WS-IT-FLAG
                   MOVE LAST-MODIFIED-REASON TO WS-IT-NOTE
               END-IF
           END-IF
           MOVE SPACES TO WS-IT-REF
           MOVE BOOKING-ID TO WS-IT-REF(1:5)
           IF WS-IT-CLOSING = 0 AND WS-IT-PAYMENTS = 0
               MOVE 'Y' TO WS-IT-IF-EXISTS
           END-IF
           PERFORM ADD-TO-ITEM.

      *****************************************************************
      * CITY LEDGER
      * An entry dated the day is new business: a charge raised off a
      * guest bill is a transfer from the guest ledger, any other
      * charge (function account, house account) a charge, a receipt
      * a payment. Older entries move only by cash application, so a
      * change to one is explained only if its company had cash
      * applied on the day.
      *****************************************************************
       SCAN-CITY-LEDGER.
           MOVE 'C' TO WS-LEDGER
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
                       IF CL-ENTRY-DATE <= WS-DATE
                           PERFORM ROLL-ONE-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITYLEDG-FILE.

       ROLL-ONE-LEDGER-ENTRY.
           PERFORM CLEAR-ITEM-AMOUNTS
           IF CL-ENTRY-TYPE = 'Receipt'
               COMPUTE WS-IT-CLOSING = CL-APPLIED-AMT - CL-AMOUNT
           ELSE
               COMPUTE WS-IT-CLOSING = CL-AMOUNT - CL-APPLIED-AMT
           END-IF
           IF CL-ENTRY-DATE = WS-DATE
               EVALUATE TRUE
                   WHEN CL-ENTRY-TYPE = 'Receipt'
                       COMPUTE WS-IT-PAYMENTS = 0 - CL-AMOUNT
                   WHEN CL-INVOICE-ID > 0
                       MOVE CL-AMOUNT TO WS-IT-TRANSFERS
                   WHEN OTHER
                       MOVE CL-AMOUNT TO WS-IT-CHARGES
               END-EVALUATE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CL-COMPANY-NAME))
               TO WS-CO-NAME-UPPER
           PERFORM FIND-CASH-COMPANY
           IF WS-CO-FOUND = 'Y'
               MOVE 'A' TO WS-IT-FLAG
               MOVE 'CASH APPLIED FOR COMPANY' TO WS-IT-NOTE
           END-IF
           MOVE SPACES TO WS-IT-REF
           MOVE CL-ENTRY-ID TO WS-IT-REF(1:5)
           IF WS-IT-CLOSING = 0 AND CL-ENTRY-DATE NOT = WS-DATE
               MOVE 'Y' TO WS-IT-IF-EXISTS
           END-IF
           PERFORM ADD-TO-ITEM.

      *****************************************************************
      * ITEM UPDATE
      * Adds the WS-IT- amounts to the day's item WS-LEDGER/WS-IT-REF,
      * creating it unless WS-IT-IF-EXISTS says only an item carried
      * in from the prior close is of interest.
      *****************************************************************
       CLEAR-ITEM-AMOUNTS.
           MOVE 0 TO WS-IT-CHARGES
           MOVE 0 TO WS-IT-PAYMENTS
           MOVE 0 TO WS-IT-TRANSFERS
           MOVE 0 TO WS-IT-ADJUSTMENTS
           MOVE 0 TO WS-IT-CLOSING
           MOVE SPACE TO WS-IT-FLAG
           MOVE SPACES TO WS-IT-NOTE
           MOVE 'N' TO WS-IT-IF-EXISTS.

       ADD-TO-ITEM.
           MOVE WS-DATE TO RI-DATE
           MOVE WS-LEDGER TO RI-LEDGER
           MOVE WS-IT-REF TO RI-REF
           READ RECVITEM-FILE KEY IS RI-KEY
               INVALID KEY
                   MOVE 'N' TO WS-IT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-IT-FOUND
           END-READ
           IF WS-IT-FOUND = 'N'
               IF WS-IT-IF-EXISTS = 'Y'
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE RECV-ITEM-RECORD
               MOVE WS-DATE TO RI-DATE
               MOVE WS-LEDGER TO RI-LEDGER
               MOVE WS-IT-REF TO RI-REF
           END-IF
           ADD WS-IT-CHARGES TO RI-CHARGES
           ADD WS-IT-PAYMENTS TO RI-PAYMENTS
           ADD WS-IT-TRANSFERS TO RI-TRANSFERS
           ADD WS-IT-ADJUSTMENTS TO RI-ADJUSTMENTS
           ADD WS-IT-CLOSING TO RI-CLOSING
           IF WS-IT-FLAG NOT = SPACE
               MOVE WS-IT-FLAG TO RI-FLAG
               MOVE WS-IT-NOTE TO RI-NOTE
           END-IF
           IF WS-IT-FOUND = 'Y'
               REWRITE RECV-ITEM-RECORD
           ELSE
               WRITE RECV-ITEM-RECORD
           END-IF.

      *****************************************************************
      * SETTLEMENT
      * Whatever an item moved beyond its posted movements is put to
      * the column the day's records explain, or else stands as a
      * difference. On the very first roll there is no prior close,
      * so the unexplained part is the opening balance brought in.
      *****************************************************************
       SETTLE-LEDGER.
           MOVE 0 TO WS-TOT-OPENING
           MOVE 0 TO WS-TOT-CHARGES
           MOVE 0 TO WS-TOT-PAYMENTS
           MOVE 0 TO WS-TOT-TRANSFERS
           MOVE 0 TO WS-TOT-ADJUSTMENTS
           MOVE 0 TO WS-TOT-CLOSING
           MOVE 0 TO WS-TOT-DIFFERENCE
           MOVE 0 TO WS-TOT-ITEMS
           MOVE 0 TO WS-TOT-DIFF-ITEMS
           IF WS-LEDGER = 'G'
               OPEN INPUT CHECKINOUT-FILE
           END-IF
           MOVE WS-DATE TO RI-DATE
           MOVE WS-LEDGER TO RI-LEDGER
           MOVE LOW-VALUES TO RI-REF
           START RECVITEM-FILE KEY IS >= RI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL WS-ITEM-EOF = 'Y'
               READ RECVITEM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END
                       IF RI-DATE NOT = WS-DATE
                          OR RI-LEDGER NOT = WS-LEDGER
                           MOVE 'Y' TO WS-ITEM-EOF
                       ELSE
                           PERFORM SETTLE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEDGER = 'G'
               CLOSE CHECKINOUT-FILE
           END-IF

           MOVE WS-DATE TO RR-DATE
           MOVE WS-LEDGER TO RR-LEDGER
           MOVE WS-PRIOR-DATE TO RR-PRIOR-DATE
           MOVE WS-TOT-OPENING TO RR-OPENING
           MOVE WS-TOT-CHARGES TO RR-CHARGES
           MOVE WS-TOT-PAYMENTS TO RR-PAYMENTS
           MOVE WS-TOT-TRANSFERS TO RR-TRANSFERS
           MOVE WS-TOT-ADJUSTMENTS TO RR-ADJUSTMENTS
           MOVE WS-TOT-CLOSING TO RR-CLOSING
           MOVE WS-TOT-DIFFERENCE TO RR-DIFFERENCE
           MOVE WS-TOT-ITEMS TO RR-ITEM-COUNT
           MOVE WS-TOT-DIFF-ITEMS TO RR-DIFF-COUNT
           MOVE WS-STAMP TO RR-STAMP
           WRITE RECV-ROLL-RECORD
               INVALID KEY
                   REWRITE RECV-ROLL-RECORD
           END-WRITE
           ADD WS-TOT-DIFF-ITEMS TO WS-DAY-DIFF-ITEMS.

       SETTLE-ONE-ITEM.
           COMPUTE WS-RESIDUAL = RI-CLOSING - RI-OPENING
               - RI-CHARGES - RI-PAYMENTS - RI-TRANSFERS
               - RI-ADJUSTMENTS
           MOVE 0 TO RI-DIFFERENCE
           IF WS-RESIDUAL NOT = 0
               IF WS-PRIOR-DATE = 0
                   ADD WS-RESIDUAL TO RI-OPENING
                   MOVE 'BROUGHT IN ON FIRST ROLL' TO RI-NOTE
               ELSE
                   EVALUATE WS-LEDGER
                       WHEN 'G'
                           PERFORM EXPLAIN-GUEST-RESIDUAL
                       WHEN 'D'
                           PERFORM EXPLAIN-DEPOSIT-RESIDUAL
                       WHEN OTHER
                           PERFORM EXPLAIN-LEDGER-RESIDUAL
                   END-EVALUATE
               END-IF
           END-IF
           REWRITE RECV-ITEM-RECORD
           ADD 1 TO WS-TOT-ITEMS
           ADD RI-OPENING TO WS-TOT-OPENING
           ADD RI-CHARGES TO WS-TOT-CHARGES
           ADD RI-PAYMENTS TO WS-TOT-PAYMENTS
           ADD RI-TRANSFERS TO WS-TOT-TRANSFERS
           ADD RI-ADJUSTMENTS TO WS-TOT-ADJUSTMENTS
           ADD RI-CLOSING TO WS-TOT-CLOSING
           ADD RI-DIFFERENCE TO WS-TOT-DIFFERENCE
           IF RI-DIFFERENCE NOT = 0
               ADD 1 TO WS-TOT-DIFF-ITEMS
           END-IF.

       *> A stay's folio leaves the ledger when it checks out to its
       *> invoice; a house account's when it is billed to the city
       *> ledger in full.
       EXPLAIN-GUEST-RESIDUAL.
           IF RI-REF(1:5) = '00000'
               IF RI-CLOSING = 0
                   ADD WS-RESIDUAL TO RI-TRANSFERS
                   MOVE 'HOUSE ACCOUNT BILLED' TO RI-NOTE
               ELSE
                   MOVE WS-RESIDUAL TO RI-DIFFERENCE
                   MOVE 'FOLIO MOVED WITHOUT A POSTING' TO RI-NOTE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE RI-REF(1:5) TO CHECKIN-ID
           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
               INVALID KEY
                   MOVE 'N' TO CHECKOUT-FLAG IN CHECKINOUT-RECORD
           END-READ
           IF CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'Y'
              AND CHECKOUT-DATE IN CHECKINOUT-RECORD = WS-DATE
               ADD WS-RESIDUAL TO RI-TRANSFERS
               MOVE 'CHECKED OUT TO INVOICE' TO RI-NOTE
           ELSE
               MOVE WS-RESIDUAL TO RI-DIFFERENCE
               MOVE 'FOLIO MOVED WITHOUT A POSTING' TO RI-NOTE
           END-IF.

       EXPLAIN-DEPOSIT-RESIDUAL.
           EVALUATE RI-FLAG
               WHEN 'T'
                   ADD WS-RESIDUAL TO RI-TRANSFERS
               WHEN 'M'
                   ADD WS-RESIDUAL TO RI-ADJUSTMENTS
               WHEN OTHER
                   MOVE WS-RESIDUAL TO RI-DIFFERENCE
                   MOVE 'DEPOSIT MOVED WITH NO RECORD' TO RI-NOTE
           END-EVALUATE.

       EXPLAIN-LEDGER-RESIDUAL.
           IF RI-FLAG = 'A'
               ADD WS-RESIDUAL TO RI-PAYMENTS
           ELSE
               MOVE WS-RESIDUAL TO RI-DIFFERENCE
               MOVE 'ENTRY MOVED WITH NO RECORD' TO RI-NOTE
           END-IF.

      *****************************************************************
      * REPORT
      *****************************************************************
       OPEN-ROLL-REPORT.
           OPEN OUTPUT ROLL-REPORT-FILE
           MOVE SPACES TO RF-LINE
           STRING "RECEIVABLES ROLL-FORWARD - BUSINESS DATE " WS-DATE
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           MOVE SPACES TO RF-LINE
           IF WS-PRIOR-DATE = 0
               MOVE "FIRST ROLL - OPENING BALANCES TAKEN FROM FILES"
                   TO RF-LINE
           ELSE
               STRING "OPENING = CLOSE OF " WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO RF-LINE
           END-IF
           WRITE RF-LINE
           IF WS-PRIOR-DATE > 0
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE) - 1
               COMPUTE WS-EXPECTED-PRIOR =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-PRIOR-DATE NOT = WS-EXPECTED-PRIOR
                   MOVE SPACES TO RF-LINE
                   STRING "*** NO ROLL-FORWARD FOR "
                       WS-EXPECTED-PRIOR " - MOVEMENTS SINCE "
                       WS-PRIOR-DATE " SHOW AS DIFFERENCES ***"
                       DELIMITED BY SIZE INTO RF-LINE
                   WRITE RF-LINE
               END-IF
           END-IF
           MOVE ALL "=" TO RF-LINE
           WRITE RF-LINE.

       SET-LEDGER-NAME.
           EVALUATE WS-LEDGER
               WHEN 'G'
                   MOVE "GUEST LEDGER (IN-HOUSE FOLIOS)"
                       TO WS-LEDGER-NAME
               WHEN 'D'
                   MOVE "ADVANCE DEPOSITS (HELD FOR GUESTS)"
                       TO WS-LEDGER-NAME
               WHEN OTHER
                   MOVE "CITY LEDGER" TO WS-LEDGER-NAME
           END-EVALUATE.

       *> Prints the summary block from the RECVROLL row in the
       *> record area, then the difference items behind it.
       PRINT-LEDGER-SECTION.
           PERFORM SET-LEDGER-NAME
           MOVE SPACES TO RF-LINE
           WRITE RF-LINE
           MOVE WS-LEDGER-NAME TO RF-LINE
           WRITE RF-LINE
           MOVE ALL "-" TO RF-LINE
           WRITE RF-LINE
           MOVE RR-OPENING TO WS-DSP-1
           MOVE SPACES TO RF-LINE
           STRING "  OPENING BALANCE        " WS-DSP-1
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           MOVE RR-CHARGES TO WS-DSP-1
           MOVE SPACES TO RF-LINE
           STRING "  + CHARGES              " WS-DSP-1
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           MOVE RR-PAYMENTS TO WS-DSP-1
           MOVE SPACES TO RF-LINE
           IF WS-LEDGER = 'D'
               STRING "  + DEPOSITS RECEIVED    " WS-DSP-1
                   DELIMITED BY SIZE INTO RF-LINE
           ELSE
               STRING "  + PAYMENTS             " WS-DSP-1
                   DELIMITED BY SIZE INTO RF-LINE
           END-IF
           WRITE RF-LINE
           MOVE RR-TRANSFERS TO WS-DSP-1
           MOVE SPACES TO RF-LINE
           STRING "  + TRANSFERS            " WS-DSP-1
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           MOVE RR-ADJUSTMENTS TO WS-DSP-1
           MOVE SPACES TO RF-LINE
           STRING "  + ADJUSTMENTS          " WS-DSP-1
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           MOVE RR-DIFFERENCE TO WS-DSP-1
           MOVE SPACES TO RF-LINE
           STRING "  + UNEXPLAINED          " WS-DSP-1
               "   (" RR-DIFF-COUNT " ITEM(S) LISTED BELOW)"
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           MOVE RR-CLOSING TO WS-DSP-1
           MOVE SPACES TO RF-LINE
           STRING "  = CLOSING BALANCE      " WS-DSP-1
               "   (" RR-ITEM-COUNT " ITEM(S))"
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           IF RR-DIFF-COUNT > 0
               PERFORM PRINT-LEDGER-DIFFERENCES
           END-IF
           MOVE RR-CLOSING TO WS-DSP-1.

       PRINT-LEDGER-DIFFERENCES.
           MOVE SPACES TO RF-LINE
           WRITE RF-LINE
           MOVE "  DIFFERENCES: ITEM        OPENING     MOVED   CLOSING"
               TO RF-LINE
           WRITE RF-LINE
           IF WS-LEDGER = 'G'
               OPEN INPUT FOLIO-FILE
           END-IF
           MOVE RR-DATE TO RI-DATE
           MOVE WS-LEDGER TO RI-LEDGER
           MOVE LOW-VALUES TO RI-REF
           START RECVITEM-FILE KEY IS >= RI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL WS-ITEM-EOF = 'Y'
               READ RECVITEM-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END
                       IF RI-DATE NOT = RR-DATE
                          OR RI-LEDGER NOT = WS-LEDGER
                           MOVE 'Y' TO WS-ITEM-EOF
                       ELSE
                           IF RI-DIFFERENCE NOT = 0
                               PERFORM PRINT-ONE-DIFFERENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEDGER = 'G'
               CLOSE FOLIO-FILE
           END-IF.

       PRINT-ONE-DIFFERENCE.
           MOVE RI-OPENING TO WS-DSP-1
           COMPUTE WS-DSP-2 = RI-CHARGES + RI-PAYMENTS + RI-TRANSFERS
               + RI-ADJUSTMENTS
           MOVE RI-CLOSING TO WS-DSP-3
           MOVE RI-DIFFERENCE TO WS-DSP-4
           MOVE SPACES TO RF-LINE
           EVALUATE WS-LEDGER
               WHEN 'G'
                   STRING "  STAY  " RI-REF WS-DSP-1 WS-DSP-2
                       WS-DSP-3 " DIFF" WS-DSP-4 " " RI-NOTE
                       DELIMITED BY SIZE INTO RF-LINE
               WHEN 'D'
                   STRING "  BKG   " RI-REF WS-DSP-1 WS-DSP-2
                       WS-DSP-3 " DIFF" WS-DSP-4 " " RI-NOTE
                       DELIMITED BY SIZE INTO RF-LINE
               WHEN OTHER
                   STRING "  ENTRY " RI-REF WS-DSP-1 WS-DSP-2
                       WS-DSP-3 " DIFF" WS-DSP-4 " " RI-NOTE
                       DELIMITED BY SIZE INTO RF-LINE
           END-EVALUATE
           WRITE RF-LINE
           IF WS-LEDGER = 'G'
               PERFORM PRINT-STAY-FOLIO-LINES
           END-IF.

       *> The folio lines behind a guest-ledger difference, so the
       *> posting that went missing or was altered can be found.
       PRINT-STAY-FOLIO-LINES.
           MOVE RI-REF(1:5) TO WS-STAY-ID
           MOVE RI-REF(6:5) TO WS-HA-MARK
           MOVE WS-STAY-ID TO FOLIO-CHECKIN-ID
           START FOLIO-FILE KEY IS = FOLIO-CHECKIN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FOLIO-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-FOLIO-EOF
           END-START
           PERFORM UNTIL WS-FOLIO-EOF = 'Y'
               READ FOLIO-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FOLIO-EOF
                   NOT AT END
                       IF FOLIO-CHECKIN-ID NOT = WS-STAY-ID
                           MOVE 'Y' TO WS-FOLIO-EOF
                       ELSE
                           IF WS-STAY-ID > 0
                              OR FOLIO-ROOM-ID = WS-HA-MARK
                               MOVE FOLIO-SVC-PRICE TO WS-DSP-1
                               MOVE SPACES TO RF-LINE
                               STRING "        LINE " FOLIO-LINE-ID
                                   " " FOLIO-POST-DATE " "
                                   FOLIO-SVC-CODE " " FOLIO-SIGN
                                   WS-DSP-1 " " FOLIO-STATUS " "
                                   FOLIO-POSTED-BY
                                   DELIMITED BY SIZE INTO RF-LINE
                               WRITE RF-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-SIGN-OFF.
           MOVE SPACES TO RF-LINE
           WRITE RF-LINE
           MOVE ALL "=" TO RF-LINE
           WRITE RF-LINE
           MOVE SPACES TO RF-LINE
           STRING "TOTAL UNEXPLAINED ITEMS: " WS-DAY-DIFF-ITEMS
               DELIMITED BY SIZE INTO RF-LINE
           WRITE RF-LINE
           MOVE SPACES TO RF-LINE
           WRITE RF-LINE
           MOVE "CHECKED AND SIGNED OFF: ____________________   DATE: "
               TO RF-LINE
           WRITE RF-LINE.

      *****************************************************************
      * REPRINT
      * A closed day is reprinted from its frozen rows - nothing is
      * recomputed, so the page reads as it did on the night.
      *****************************************************************
       REPRINT-CLOSED-DAY.
           DISPLAY "Business date to reprint (YYYYMMDD, 0 = last "
                   "closed): "
           MOVE 0 TO WS-DATE
           ACCEPT WS-DATE
           OPEN INPUT RECVROLL-FILE
           IF RR-FILE-ERROR
               DISPLAY "No roll-forward has been run yet."
               CLOSE RECVROLL-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE = 0
               MOVE 99999999 TO WS-DATE
               PERFORM FIND-PRIOR-CLOSE
               MOVE WS-PRIOR-DATE TO WS-DATE
           END-IF
           MOVE WS-DATE TO RR-DATE
           MOVE 'G' TO RR-LEDGER
           READ RECVROLL-FILE KEY IS RR-KEY
               INVALID KEY
                   DISPLAY "No roll-forward for " WS-DATE "."
                   CLOSE RECVROLL-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE RR-PRIOR-DATE TO WS-PRIOR-DATE
           OPEN INPUT RECVITEM-FILE
           PERFORM OPEN-ROLL-REPORT
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > 3
               MOVE WS-LEDGER-CODES(WS-LEDGER-IDX:1) TO WS-LEDGER
               MOVE WS-DATE TO RR-DATE
               MOVE WS-LEDGER TO RR-LEDGER
               READ RECVROLL-FILE KEY IS RR-KEY
                   INVALID KEY
                       INITIALIZE RECV-ROLL-RECORD
                       MOVE WS-DATE TO RR-DATE
               END-READ
               PERFORM PRINT-LEDGER-SECTION
               ADD RR-DIFF-COUNT TO WS-DAY-DIFF-ITEMS
               DISPLAY WS-LEDGER-NAME " closing " WS-DSP-1
                       "  differences " RR-DIFF-COUNT
           END-PERFORM
           PERFORM PRINT-SIGN-OFF
           CLOSE ROLL-REPORT-FILE
           MOVE 'RECVROLL' TO RCA-REPORT-NAME
           MOVE '../DATA/RECVROLL.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           CLOSE RECVITEM-FILE
           CLOSE RECVROLL-FILE
           MOVE WS-DAY-DIFF-ITEMS TO RV-DIFF-COUNT
           DISPLAY "Roll-forward for " WS-DATE
                   " written to RECVROLL.RPT".

       END PROGRAM ledgerRollForward.
