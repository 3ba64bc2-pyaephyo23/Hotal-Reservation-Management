      *   1. verifies every in-house stay has a room night that can be
      *      posted (room record present with a usable rate),
      *   2. totals the business date's PAYMENTS.DAT activity,
      *   3. writes a locked end-of-day snapshot to EODSNAP.DAT,
      *   4. rolls the guest, deposit and city ledgers forward
      *      (ledgerRollForward, page in RECVROLL.RPT), counting the
      *      day's folio transfers between stays for review on the
      *      folioTransfer daily report, and
      *   5. rolls the business date forward one day.
      * A date already closed in EODSNAP.DAT is refused, so a double
      * run cannot change frozen figures.
      *****************************************************************
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT FOLIOXFER-FILE ASSIGN TO '../DATA/FOLIOXFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-ID
               FILE STATUS IS WS-XF-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  FOLIOXFER-FILE.
       COPY "./CopyBooks/FOLIOXFER.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-XF-FILE-STATUS       PIC 99.
           88 XF-FILE-OK           VALUE 00.
           88 XF-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-XFER-COUNT           PIC 9(5) VALUE 0.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-ROOM-RATE            PIC 9(9).
       01  WS-ROOM-OK              PIC X.

       *> Share-with stays - each sharer posts its percentage of the
       *> rate; the room itself is counted once however many share.
       01  WS-SHARE-PCT            PIC 9(3).
       01  WS-SHARE-ROLE           PIC X.
       *> Complimentary and house-use rooms post no revenue and are
       *> carried apart so ADR is struck on sold rooms only.
       01  WS-STAY-TYPE            PIC X(10).
       01  WS-COMP-ROOMS           PIC 9(5) VALUE 0.
       01  WS-HOUSE-ROOMS          PIC 9(5) VALUE 0.
       01  WS-COUNT-ROOM           PIC X.
       01  WS-SHARED-ROOM-COUNT    PIC 99 VALUE 0.
       01  WS-SHARED-ROOM-IDX      PIC 99.
       01  WS-SHARED-ROOM-TABLE.
           05 WS-SHARED-ROOM-ID    PIC X(5) OCCURS 50 TIMES.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-SECONDS PIC 9(2).
       01  WS-CLOSE-TIMESTAMP      PIC X(14).

       *> Receivables roll-forward call area
       COPY "./CopyBooks/RECVAREA.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Invoice tax breakdown call area
       COPY "./CopyBooks/INVTAXAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           PERFORM TOTAL-DAYS-INVOICES
           PERFORM APPEND-DAILY-STATS
           PERFORM WRITE-EOD-SNAPSHOT
           PERFORM ROLL-RECEIVABLES-FORWARD
           PERFORM COUNT-DAYS-TRANSFERS
           PERFORM ROLL-BUSINESS-DATE
           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE AUDIT-REPORT-FILE
           MOVE 'NIGHTAUDIT' TO RCA-REPORT-NAME
           MOVE '../DATA/NIGHTAUDIT.RPT' TO RCA-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY " "
           DISPLAY "Day " WS-BUSINESS-DATE " closed. New business "
                       END-IF
                       IF CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'N'
                          AND ACTUAL-CHECKIN-DATE <= WS-BUSINESS-DATE
                           PERFORM POST-ONE-ROOM-NIGHT
                       END-IF
               END-READ
               MOVE OVERRIDE-PRICE TO WS-ROOM-RATE
           END-IF

           PERFORM APPLY-SHARE-SPLIT
           IF WS-COUNT-ROOM = 'Y'
               ADD 1 TO WS-IN-HOUSE-COUNT
           END-IF

           IF WS-ROOM-OK = 'Y'
              AND (WS-STAY-TYPE = 'Comp' OR WS-STAY-TYPE = 'House-Use')
               IF WS-COUNT-ROOM = 'Y'
                   PERFORM TALLY-OCCUPIED-TYPE
                   IF WS-STAY-TYPE = 'Comp'
                       ADD 1 TO WS-COMP-ROOMS
                   ELSE
                       ADD 1 TO WS-HOUSE-ROOMS
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ROOM-OK = 'Y' AND WS-COUNT-ROOM = 'Y'
               PERFORM TALLY-OCCUPIED-TYPE
           END-IF

           IF WS-ROOM-OK = 'Y' AND WS-ROOM-RATE > 0
               IF WS-COUNT-ROOM = 'Y'
                   ADD 1 TO WS-ROOM-NIGHTS
               END-IF
               ADD WS-ROOM-RATE TO WS-ROOM-REVENUE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               WRITE NA-LINE
           END-IF.

       *> A stay on a share-with booking posts only its share of the
       *> rate, and the room is counted for the first sharer seen.
       *> The booking type comes back too, for the comp split.
       APPLY-SHARE-SPLIT.
           MOVE 'Y' TO WS-COUNT-ROOM
           MOVE SPACES TO WS-STAY-TYPE
           MOVE SPACE TO WS-SHARE-ROLE
           MOVE 0 TO WS-SHARE-PCT
           OPEN INPUT BOOKING-FILE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHARE-ROLE-BK TO WS-SHARE-ROLE
                   MOVE SHARE-PCT-BK TO WS-SHARE-PCT
                   MOVE BOOKING-TYPE TO WS-STAY-TYPE
           END-READ
           CLOSE BOOKING-FILE

           IF WS-SHARE-ROLE = SPACE
               EXIT PARAGRAPH
           END-IF

           IF WS-SHARE-PCT > 0 AND WS-SHARE-PCT < 100
               COMPUTE WS-ROOM-RATE ROUNDED =
                   WS-ROOM-RATE * WS-SHARE-PCT / 100
           END-IF

           PERFORM VARYING WS-SHARED-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-SHARED-ROOM-IDX > WS-SHARED-ROOM-COUNT
               IF WS-SHARED-ROOM-ID(WS-SHARED-ROOM-IDX) = ROOM-ID-IO
                   MOVE 'N' TO WS-COUNT-ROOM
               END-IF
           END-PERFORM
           IF WS-COUNT-ROOM = 'Y' AND WS-SHARED-ROOM-COUNT < 50
               ADD 1 TO WS-SHARED-ROOM-COUNT
               MOVE ROOM-ID-IO TO
                   WS-SHARED-ROOM-ID(WS-SHARED-ROOM-COUNT)
           END-IF.

      *****************************************************************
      * OVERSTAYS
      * A due-out whose check-in record still shows CHECKOUT-FLAG
                              NOT = 'Void'
                           ADD SERVICE-CHARGE TO WS-DAY-SVC-REVENUE
                           ADD ROOM-CHARGE TO WS-DAY-INV-ROOM-REV
                           PERFORM TAX-ON-INVOICE
                           ADD WS-TAX-ONE TO WS-DAY-TAX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE.

       *> Tax as charged, code by code; an invoice from before tax
       *> codes comes back at its single rate.
       TAX-ON-INVOICE.
           MOVE INVOICE-ID TO ITA-INVOICE-ID
           MOVE ROOM-CHARGE TO ITA-ROOM-CHARGE
           MOVE SERVICE-CHARGE TO ITA-SERVICE-CHARGE
           MOVE TAX-RATE TO ITA-TAX-RATE
           CALL 'invoiceTax' USING INVOICE-TAX-AREA
           MOVE ITA-TAX-TOTAL TO WS-TAX-ONE.

       *> One statistics row per closed business date - the monthly
       *> reports read thirty of these instead of rescanning the
       *> whole history.
           MOVE WS-DEPARTURES-COUNT TO DS-DEPARTURES
           MOVE WS-IN-HOUSE-COUNT TO DS-ROOMS-OCCUPIED
           MOVE WS-ROOM-REVENUE TO DS-ROOM-REVENUE
           MOVE WS-COMP-ROOMS TO DS-COMP-ROOMS
           MOVE WS-HOUSE-ROOMS TO DS-HOUSE-ROOMS
           MOVE WS-DAY-SVC-REVENUE TO DS-SVC-REVENUE
           MOVE WS-DAY-TAX TO DS-TAX-AMOUNT
           MOVE WS-TYPE-COUNT TO DS-TYPE-COUNT
           END-WRITE
           CLOSE EODSNAP-FILE.

       *> Guest ledger, deposits and city ledger are rolled forward
       *> for the date being closed, before the date moves on.
       ROLL-RECEIVABLES-FORWARD.
           MOVE 'C' TO RV-MODE
           MOVE WS-BUSINESS-DATE TO RV-BUSINESS-DATE
           CALL 'ledgerRollForward' USING RECV-ROLL-AREA
           CANCEL 'ledgerRollForward'.

       *> Advance the business date one calendar day and persist it.
       *> Folio lines moved between stays on the day, listed in
       *> full by folioTransfer's daily report
       COUNT-DAYS-TRANSFERS.
           MOVE 0 TO WS-XFER-COUNT
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
                       IF XF-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-XFER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLIOXFER-FILE.

       ROLL-BUSINESS-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
               DELIMITED BY SIZE INTO NA-LINE
           WRITE NA-LINE
           MOVE SPACES TO NA-LINE
           STRING "COMP / HOUSE-USE     : " WS-COMP-ROOMS " / "
               WS-HOUSE-ROOMS " (NO REVENUE)"
               DELIMITED BY SIZE INTO NA-LINE
           WRITE NA-LINE
           MOVE SPACES TO NA-LINE
           STRING "PAYMENTS TAKEN       : " WS-PAYMENT-COUNT
               DELIMITED BY SIZE INTO NA-LINE
           WRITE NA-LINE
           STRING "EXCEPTIONS           : " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO NA-LINE
           WRITE NA-LINE
           MOVE SPACES TO NA-LINE
           STRING "LEDGER DIFFERENCES   : " RV-DIFF-COUNT
               " (SEE RECVROLL.RPT)"
               DELIMITED BY SIZE INTO NA-LINE
           WRITE NA-LINE
           MOVE SPACES TO NA-LINE
           STRING "FOLIO TRANSFERS      : " WS-XFER-COUNT
               " (DAILY TRANSFER REPORT)"
               DELIMITED BY SIZE INTO NA-LINE
           WRITE NA-LINE

           DISPLAY " "
           DISPLAY "In-house stays     : " WS-IN-HOUSE-COUNT
           DISPLAY "Departures         : " WS-DEPARTURES-COUNT
           DISPLAY "Room nights posted : " WS-ROOM-NIGHTS
           DISPLAY "Room revenue       : " WS-ROOM-REVENUE
           DISPLAY "Comp / house-use   : " WS-COMP-ROOMS " / "
                   WS-HOUSE-ROOMS
           DISPLAY "Payments total     : " WS-PAYMENTS-TOTAL
           DISPLAY "Exceptions         : " WS-EXCEPTION-COUNT
           DISPLAY "Ledger differences : " RV-DIFF-COUNT
           DISPLAY "Folio transfers    : " WS-XFER-COUNT
           DISPLAY "Full report written to NIGHTAUDIT.RPT".

       END PROGRAM nightAudit.
