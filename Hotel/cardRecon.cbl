       IDENTIFICATION DIVISION.
       PROGRAM-ID. cardRecon.

      *****************************************************************
      * CARD ACQUIRER SETTLEMENT RECONCILIATION
      * The acquiring bank sends a daily settlement file (ACQUIRER.CSV)
      * of what it paid us for card takings: settlement date,
      * transaction date, approval code, card last four, gross,
      * merchant fee, net. Each row is matched to our own side - Card
      * payments in PAYMENTS.DAT and pre-auths captured in
      * PREAUTHS.DAT that no Card payment already carries - on amount,
      * transaction date and approval code (amount and date alone
      * when the desk keyed no code). Matched items are flagged so
      * they never match twice, and the net deposit expected per
      * settlement date is posted to CARDSETL.DAT for the bank
      * statement. Settlements we hold no record of, and our own
      * captures still unsettled after the grace days, go on the
      * exceptions report for accounts.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACQUIRER-FILE ASSIGN TO '../DATA/ACQUIRER.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-FILE-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT PREAUTH-FILE ASSIGN TO '../DATA/PREAUTHS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT CARDSETL-FILE ASSIGN TO '../DATA/CARDSETL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-SETTLE-DATE
               FILE STATUS IS WS-CS-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO
               '../DATA/CARDRECON.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
               '../DATA/CARDEXC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACQUIRER-FILE.
       01  ACQ-CSV-LINE            PIC X(120).

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  PREAUTH-FILE.
       COPY "./CopyBooks/PREAUTHS.cpy".

       FD  CARDSETL-FILE.
       COPY "./CopyBooks/CARDSETL.cpy".

       FD  RECON-REPORT-FILE.
       01  CR-LINE                 PIC X(100).

       FD  EXCEPTION-REPORT-FILE.
       01  CX-LINE                 PIC X(100).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-ACQ-FILE-STATUS      PIC 99.
           88 ACQ-FILE-OK          VALUE 00.
           88 ACQ-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-PMT-FILE-STATUS      PIC 99.
           88 PMT-FILE-OK          VALUE 00.
           88 PMT-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-PA-FILE-STATUS       PIC 99.
           88 PA-FILE-OK           VALUE 00.
           88 PA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CS-FILE-STATUS       PIC 99.
           88 CS-FILE-OK           VALUE 00.
           88 CS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-RUN-STAMP            PIC X(14).
       01  WS-GRACE-DAYS           PIC 9(3).
       01  WS-AGE-DAYS             PIC 9(5).

       *> Parsed settlement row
       01  WS-ROW-SETTLE-X         PIC X(8).
       01  WS-ROW-TXN-X            PIC X(8).
       01  WS-ROW-REF              PIC X(10).
       01  WS-ROW-LAST4            PIC X(4).
       01  WS-ROW-GROSS-X          PIC X(12).
       01  WS-ROW-FEE-X            PIC X(12).
       01  WS-ROW-NET-X            PIC X(12).
       01  WS-ROW-SETTLE-DATE      PIC 9(8).
       01  WS-ROW-TXN-DATE         PIC 9(8).
       01  WS-ROW-GROSS            PIC 9(9).
       01  WS-ROW-FEE              PIC 9(9).
       01  WS-ROW-NET              PIC 9(9).

       *> Our side: unreconciled card takings, loaded once
       01  WS-ITEM-COUNT           PIC 9(4) VALUE 0.
       01  WS-ITEM-IDX             PIC 9(4).
       01  WS-MATCH-IDX            PIC 9(4).
       01  WS-ITEM-TABLE.
           05 WS-ITEM OCCURS 2000 TIMES.
               10 WS-ITEM-SOURCE   PIC X.
               10 WS-ITEM-KEY      PIC 9(5).
               10 WS-ITEM-DATE     PIC 9(8).
               10 WS-ITEM-REF      PIC X(10).
               10 WS-ITEM-AMOUNT   PIC 9(9).
               10 WS-ITEM-MATCHED  PIC X.
       01  WS-REF-ON-PAYMENT       PIC X.

       *> One row per settlement date in the file
       01  WS-SETL-COUNT           PIC 9(2) VALUE 0.
       01  WS-SETL-IDX             PIC 9(2).
       01  WS-SETL-FOUND           PIC X.
       01  WS-SETL-TABLE.
           05 WS-SETL OCCURS 31 TIMES.
               10 WS-SETL-DATE     PIC 9(8).
               10 WS-SETL-POSTED   PIC X.
               10 WS-SETL-ROWS     PIC 9(5).
               10 WS-SETL-MATCHED  PIC 9(5).
               10 WS-SETL-UNKNOWN  PIC 9(5).
               10 WS-SETL-GROSS    PIC 9(11).
               10 WS-SETL-FEES     PIC 9(9).
               10 WS-SETL-NET      PIC 9(11).

       01  WS-ROW-COUNT            PIC 9(5) VALUE 0.
       01  WS-MATCH-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT        PIC 9(5) VALUE 0.
       01  WS-BAD-COUNT            PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-FEE-TOTAL            PIC 9(11) VALUE 0.
       01  WS-NET-TOTAL            PIC 9(11) VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC Z(8)9.
       01  WS-FEE-DISPLAY          PIC Z(8)9.
       01  WS-NET-DISPLAY          PIC Z(8)9.
       01  WS-TOTAL-DISPLAY        PIC Z(10)9.
       01  WS-SOURCE-TEXT          PIC X(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           DISPLAY "=========================================="
           DISPLAY "   CARD SETTLEMENT RECONCILIATION"
           DISPLAY "=========================================="
           DISPLAY "Days before an unsettled capture is an "
                   "exception (0 for 3): "
           ACCEPT WS-GRACE-DAYS
           IF WS-GRACE-DAYS NOT NUMERIC OR WS-GRACE-DAYS = 0
               MOVE 3 TO WS-GRACE-DAYS
           END-IF

           OPEN INPUT ACQUIRER-FILE
           IF ACQ-FILE-ERROR
               DISPLAY "No ACQUIRER.CSV file found - nothing to "
                       "reconcile."
               GOBACK
           END-IF

           PERFORM READ-SESSION-OPERATOR
           PERFORM LOAD-CARD-PAYMENTS
           PERFORM LOAD-CARD-CAPTURES

           OPEN OUTPUT RECON-REPORT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE "CARD SETTLEMENT RECONCILIATION" TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "RUN " WS-RUN-STAMP "   BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "SETTLED  TXN DATE APPROVAL   LAST      GROSS"
               "        FEE        NET  MATCHED TO"
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE

           MOVE "CARD SETTLEMENT EXCEPTIONS FOR ACCOUNTS" TO CX-LINE
           WRITE CX-LINE
           MOVE SPACES TO CX-LINE
           STRING "RUN " WS-RUN-STAMP "   GRACE DAYS " WS-GRACE-DAYS
               DELIMITED BY SIZE INTO CX-LINE
           WRITE CX-LINE
           MOVE ALL "-" TO CX-LINE
           WRITE CX-LINE

           OPEN INPUT CARDSETL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACQUIRER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACQ-CSV-LINE NOT = SPACES
                           PERFORM RECONCILE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDSETL-FILE
           CLOSE ACQUIRER-FILE

           PERFORM LIST-UNSETTLED-ITEMS
           PERFORM POST-EXPECTED-DEPOSITS
           PERFORM FLAG-MATCHED-ITEMS

           MOVE ALL "-" TO CX-LINE
           WRITE CX-LINE
           MOVE SPACES TO CX-LINE
           STRING "UNKNOWN SETTLEMENTS: " WS-UNKNOWN-COUNT
               "   OVERDUE CAPTURES: " WS-OVERDUE-COUNT
               "   UNREADABLE ROWS: " WS-BAD-COUNT
               DELIMITED BY SIZE INTO CX-LINE
           WRITE CX-LINE
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'CARDEXC' TO RCA-REPORT-NAME
           MOVE '../DATA/CARDEXC.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           CLOSE RECON-REPORT-FILE
           MOVE 'CARDRECON' TO RCA-REPORT-NAME
           MOVE '../DATA/CARDRECON.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           MOVE WS-NET-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Settlement rows read     : " WS-ROW-COUNT
           DISPLAY "Matched to our records   : " WS-MATCH-COUNT
           DISPLAY "No record on our side    : " WS-UNKNOWN-COUNT
           DISPLAY "Already posted - skipped : " WS-SKIP-COUNT
           DISPLAY "Our captures unsettled   : " WS-OPEN-COUNT
                   " (" WS-OVERDUE-COUNT " past grace)"
           DISPLAY "Net deposit expected     : " WS-TOTAL-DISPLAY
           DISPLAY "Reports written to CARDRECON.RPT and CARDEXC.RPT"
           GOBACK.

      *****************************************************************
      * OUR SIDE
      *****************************************************************
       *> Every Card payment not yet reconciled, valued at what was
       *> charged to the card (the settlement amount).
       LOAD-CARD-PAYMENTS.
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PAYMENT-METHOD) = 'Card'
                              AND PAYMENT-RECON-FLAG NOT = 'Y'
                              AND WS-ITEM-COUNT < 2000
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE 'P' TO WS-ITEM-SOURCE(WS-ITEM-COUNT)
                               MOVE PAYMENT-ID
                                   TO WS-ITEM-KEY(WS-ITEM-COUNT)
                               MOVE PAYMENT-TIMESTAMP(1:8)
                                   TO WS-ITEM-DATE(WS-ITEM-COUNT)
                               MOVE FUNCTION UPPER-CASE(
                                   PAYMENT-CARD-REF)
                                   TO WS-ITEM-REF(WS-ITEM-COUNT)
                               MOVE PAYMENT-SETTLE-AMT
                                   TO WS-ITEM-AMOUNT(WS-ITEM-COUNT)
                               MOVE 'N'
                                   TO WS-ITEM-MATCHED(WS-ITEM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYMENTS-FILE.

       *> A pre-auth captured at checkout is the same money as the
       *> Card payment that quotes its approval code; only captures
       *> no payment carries (damages taken from the register) are
       *> items of their own.
       LOAD-CARD-CAPTURES.
           OPEN INPUT PREAUTH-FILE
           IF PA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PREAUTH-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PA-STATUS) = 'Captured'
                              AND PA-RECON-FLAG NOT = 'Y'
                              AND WS-ITEM-COUNT < 2000
                               PERFORM CHECK-REF-ON-PAYMENT
                               IF WS-REF-ON-PAYMENT = 'N'
                                   PERFORM ADD-CAPTURE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PREAUTH-FILE.

       CHECK-REF-ON-PAYMENT.
           MOVE 'N' TO WS-REF-ON-PAYMENT
           IF PA-AUTH-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-SOURCE(WS-ITEM-IDX) = 'P'
                  AND WS-ITEM-REF(WS-ITEM-IDX) = PA-AUTH-CODE
                   MOVE 'Y' TO WS-REF-ON-PAYMENT
               END-IF
           END-PERFORM.

       ADD-CAPTURE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE 'A' TO WS-ITEM-SOURCE(WS-ITEM-COUNT)
           MOVE PA-ID TO WS-ITEM-KEY(WS-ITEM-COUNT)
           MOVE PA-ACTION-DATE TO WS-ITEM-DATE(WS-ITEM-COUNT)
           MOVE FUNCTION UPPER-CASE(PA-AUTH-CODE)
               TO WS-ITEM-REF(WS-ITEM-COUNT)
           MOVE PA-CAPTURED-AMT TO WS-ITEM-AMOUNT(WS-ITEM-COUNT)
           MOVE 'N' TO WS-ITEM-MATCHED(WS-ITEM-COUNT).

      *****************************************************************
      * THE BANK'S SIDE
      *****************************************************************
       RECONCILE-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           PERFORM PARSE-SETTLEMENT-ROW
           IF WS-ROW-SETTLE-X NOT NUMERIC
              OR WS-ROW-TXN-X NOT NUMERIC
               *> Header line or a mangled row - shown to accounts
               *> so nothing the bank sent goes unseen.
               ADD 1 TO WS-BAD-COUNT
               MOVE SPACES TO CX-LINE
               STRING "UNREADABLE ROW  " ACQ-CSV-LINE(1:80)
                   DELIMITED BY SIZE INTO CX-LINE
               WRITE CX-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-SETTLE-X TO WS-ROW-SETTLE-DATE
           MOVE WS-ROW-TXN-X TO WS-ROW-TXN-DATE
           MOVE FUNCTION NUMVAL(WS-ROW-GROSS-X) TO WS-ROW-GROSS
           MOVE FUNCTION NUMVAL(WS-ROW-FEE-X) TO WS-ROW-FEE
           IF WS-ROW-NET-X = SPACES
               COMPUTE WS-ROW-NET = WS-ROW-GROSS - WS-ROW-FEE
           ELSE
               MOVE FUNCTION NUMVAL(WS-ROW-NET-X) TO WS-ROW-NET
           END-IF

           PERFORM FIND-SETTLEMENT-DATE
           IF WS-SETL-POSTED(WS-SETL-IDX) = 'Y'
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SETL-ROWS(WS-SETL-IDX)
           ADD WS-ROW-GROSS TO WS-SETL-GROSS(WS-SETL-IDX)
           ADD WS-ROW-FEE TO WS-SETL-FEES(WS-SETL-IDX)
           ADD WS-ROW-NET TO WS-SETL-NET(WS-SETL-IDX)
           ADD WS-ROW-FEE TO WS-FEE-TOTAL
           ADD WS-ROW-NET TO WS-NET-TOTAL

           PERFORM MATCH-SETTLEMENT-ROW

           MOVE WS-ROW-GROSS TO WS-AMOUNT-DISPLAY
           MOVE WS-ROW-FEE TO WS-FEE-DISPLAY
           MOVE WS-ROW-NET TO WS-NET-DISPLAY
           MOVE SPACES TO CR-LINE
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-MATCH-COUNT
               ADD 1 TO WS-SETL-MATCHED(WS-SETL-IDX)
               IF WS-ITEM-SOURCE(WS-MATCH-IDX) = 'P'
                   MOVE 'PAYMENT' TO WS-SOURCE-TEXT
               ELSE
                   MOVE 'PRE-AUTH' TO WS-SOURCE-TEXT
               END-IF
               STRING WS-ROW-SETTLE-DATE " " WS-ROW-TXN-DATE " "
                   WS-ROW-REF " " WS-ROW-LAST4 " " WS-AMOUNT-DISPLAY
                   "  " WS-FEE-DISPLAY "  " WS-NET-DISPLAY "  "
                   WS-SOURCE-TEXT " " WS-ITEM-KEY(WS-MATCH-IDX)
                   DELIMITED BY SIZE INTO CR-LINE
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD 1 TO WS-SETL-UNKNOWN(WS-SETL-IDX)
               STRING WS-ROW-SETTLE-DATE " " WS-ROW-TXN-DATE " "
                   WS-ROW-REF " " WS-ROW-LAST4 " " WS-AMOUNT-DISPLAY
                   "  " WS-FEE-DISPLAY "  " WS-NET-DISPLAY "  "
                   "*** NO RECORD"
                   DELIMITED BY SIZE INTO CR-LINE
               MOVE SPACES TO CX-LINE
               STRING "SETTLED, NO RECORD  " WS-ROW-SETTLE-DATE " TXN "
                   WS-ROW-TXN-DATE " CODE " WS-ROW-REF " CARD "
                   WS-ROW-LAST4 " GROSS " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO CX-LINE
               WRITE CX-LINE
           END-IF
           WRITE CR-LINE.

       PARSE-SETTLEMENT-ROW.
           MOVE SPACES TO WS-ROW-SETTLE-X
           MOVE SPACES TO WS-ROW-TXN-X
           MOVE SPACES TO WS-ROW-REF
           MOVE SPACES TO WS-ROW-LAST4
           MOVE SPACES TO WS-ROW-GROSS-X
           MOVE SPACES TO WS-ROW-FEE-X
           MOVE SPACES TO WS-ROW-NET-X
           UNSTRING ACQ-CSV-LINE DELIMITED BY ','
               INTO WS-ROW-SETTLE-X
                    WS-ROW-TXN-X
                    WS-ROW-REF
                    WS-ROW-LAST4
                    WS-ROW-GROSS-X
                    WS-ROW-FEE-X
                    WS-ROW-NET-X
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-REF))
               TO WS-ROW-REF
           IF WS-ROW-GROSS-X = SPACES
               MOVE '0' TO WS-ROW-GROSS-X
           END-IF
           IF WS-ROW-FEE-X = SPACES
               MOVE '0' TO WS-ROW-FEE-X
           END-IF.

       *> A settlement date seen for the first time is checked
       *> against CARDSETL.DAT - a file imported twice must not post
       *> or match anything twice.
       FIND-SETTLEMENT-DATE.
           MOVE 'N' TO WS-SETL-FOUND
           PERFORM VARYING WS-SETL-IDX FROM 1 BY 1
                   UNTIL WS-SETL-IDX > WS-SETL-COUNT
                      OR WS-SETL-FOUND = 'Y'
               IF WS-SETL-DATE(WS-SETL-IDX) = WS-ROW-SETTLE-DATE
                   MOVE 'Y' TO WS-SETL-FOUND
               END-IF
           END-PERFORM
           IF WS-SETL-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SETL-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-SETL-COUNT < 31
               ADD 1 TO WS-SETL-COUNT
           END-IF
           MOVE WS-SETL-COUNT TO WS-SETL-IDX
           MOVE WS-ROW-SETTLE-DATE TO WS-SETL-DATE(WS-SETL-IDX)
           MOVE 'N' TO WS-SETL-POSTED(WS-SETL-IDX)
           MOVE 0 TO WS-SETL-ROWS(WS-SETL-IDX)
           MOVE 0 TO WS-SETL-MATCHED(WS-SETL-IDX)
           MOVE 0 TO WS-SETL-UNKNOWN(WS-SETL-IDX)
           MOVE 0 TO WS-SETL-GROSS(WS-SETL-IDX)
           MOVE 0 TO WS-SETL-FEES(WS-SETL-IDX)
           MOVE 0 TO WS-SETL-NET(WS-SETL-IDX)
           IF CS-FILE-OK
               MOVE WS-ROW-SETTLE-DATE TO CS-SETTLE-DATE
               READ CARDSETL-FILE KEY IS CS-SETTLE-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SETL-POSTED(WS-SETL-IDX)
                       DISPLAY "Settlement " WS-ROW-SETTLE-DATE
                               " was posted on " CS-POSTED-AT(1:8)
                               " - its rows are skipped."
               END-READ
           END-IF.

       *> Approval code, amount and date must all agree; a payment
       *> keyed without a code matches on amount and date alone.
       MATCH-SETTLEMENT-ROW.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                      OR WS-MATCH-IDX > 0
               IF WS-ITEM-MATCHED(WS-ITEM-IDX) = 'N'
                  AND WS-ITEM-AMOUNT(WS-ITEM-IDX) = WS-ROW-GROSS
                  AND WS-ITEM-DATE(WS-ITEM-IDX) = WS-ROW-TXN-DATE
                  AND WS-ITEM-REF(WS-ITEM-IDX) = WS-ROW-REF
                   MOVE WS-ITEM-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                          OR WS-MATCH-IDX > 0
                   IF WS-ITEM-MATCHED(WS-ITEM-IDX) = 'N'
                      AND WS-ITEM-AMOUNT(WS-ITEM-IDX) = WS-ROW-GROSS
                      AND WS-ITEM-DATE(WS-ITEM-IDX) = WS-ROW-TXN-DATE
                      AND WS-ITEM-REF(WS-ITEM-IDX) = SPACES
                       MOVE WS-ITEM-IDX TO WS-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-IDX > 0
               MOVE 'Y' TO WS-ITEM-MATCHED(WS-MATCH-IDX)
           END-IF.

      *****************************************************************
      * RESULTS
      *****************************************************************
       *> Our takings the bank has not paid yet; inside the grace
       *> days they are only listed, past it they are exceptions.
       LIST-UNSETTLED-ITEMS.
           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE
           MOVE "OUR CARD TAKINGS NOT YET SETTLED" TO CR-LINE
           WRITE CR-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-MATCHED(WS-ITEM-IDX) = 'N'
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE 0 TO WS-AGE-DAYS
                   IF WS-ITEM-DATE(WS-ITEM-IDX) > 19000000
                      AND WS-ITEM-DATE(WS-ITEM-IDX) <= WS-CURRENT-DATE
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                           - FUNCTION INTEGER-OF-DATE(
                               WS-ITEM-DATE(WS-ITEM-IDX))
                   END-IF
                   IF WS-ITEM-SOURCE(WS-ITEM-IDX) = 'P'
                       MOVE 'PAYMENT' TO WS-SOURCE-TEXT
                   ELSE
                       MOVE 'PRE-AUTH' TO WS-SOURCE-TEXT
                   END-IF
                   MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO CR-LINE
                   STRING WS-SOURCE-TEXT " " WS-ITEM-KEY(WS-ITEM-IDX)
                       " " WS-ITEM-DATE(WS-ITEM-IDX) " "
                       WS-ITEM-REF(WS-ITEM-IDX) " " WS-AMOUNT-DISPLAY
                       "  AGE " WS-AGE-DAYS " DAYS"
                       DELIMITED BY SIZE INTO CR-LINE
                   WRITE CR-LINE
                   IF WS-AGE-DAYS > WS-GRACE-DAYS
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE SPACES TO CX-LINE
                       STRING "CAPTURED, UNSETTLED "
                           WS-SOURCE-TEXT " " WS-ITEM-KEY(WS-ITEM-IDX)
                           " " WS-ITEM-DATE(WS-ITEM-IDX) " CODE "
                           WS-ITEM-REF(WS-ITEM-IDX) " "
                           WS-AMOUNT-DISPLAY " AGE " WS-AGE-DAYS
                           DELIMITED BY SIZE INTO CX-LINE
                       WRITE CX-LINE
                   END-IF
               END-IF
           END-PERFORM.

       *> One CARDSETL row per settlement date: what the bank should
       *> credit to the account, net of its merchant fees.
       POST-EXPECTED-DEPOSITS.
           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE
           MOVE "NET DEPOSITS EXPECTED" TO CR-LINE
           WRITE CR-LINE
           OPEN I-O CARDSETL-FILE
           IF CS-FILE-ERROR
               CLOSE CARDSETL-FILE
               OPEN OUTPUT CARDSETL-FILE
               CLOSE CARDSETL-FILE
               OPEN I-O CARDSETL-FILE
           END-IF
           PERFORM VARYING WS-SETL-IDX FROM 1 BY 1
                   UNTIL WS-SETL-IDX > WS-SETL-COUNT
               IF WS-SETL-POSTED(WS-SETL-IDX) = 'N'
                   MOVE WS-SETL-DATE(WS-SETL-IDX) TO CS-SETTLE-DATE
                   MOVE WS-SETL-ROWS(WS-SETL-IDX) TO CS-ROWS
                   MOVE WS-SETL-MATCHED(WS-SETL-IDX) TO CS-MATCHED
                   MOVE WS-SETL-UNKNOWN(WS-SETL-IDX) TO CS-UNKNOWN
                   MOVE WS-SETL-GROSS(WS-SETL-IDX) TO CS-GROSS
                   MOVE WS-SETL-FEES(WS-SETL-IDX) TO CS-FEES
                   MOVE WS-SETL-NET(WS-SETL-IDX) TO CS-NET
                   MOVE 'Expected' TO CS-STATUS
                   MOVE WS-OPERATOR-ID TO CS-POSTED-BY
                   MOVE WS-RUN-STAMP TO CS-POSTED-AT
                   WRITE CARD-SETTLE-RECORD
                   MOVE WS-SETL-GROSS(WS-SETL-IDX) TO WS-TOTAL-DISPLAY
                   MOVE WS-SETL-FEES(WS-SETL-IDX) TO WS-FEE-DISPLAY
                   MOVE SPACES TO CR-LINE
                   STRING "SETTLEMENT " WS-SETL-DATE(WS-SETL-IDX)
                       "  ROWS " WS-SETL-ROWS(WS-SETL-IDX)
                       "  GROSS " WS-TOTAL-DISPLAY
                       "  FEES " WS-FEE-DISPLAY
                       DELIMITED BY SIZE INTO CR-LINE
                   WRITE CR-LINE
                   MOVE WS-SETL-NET(WS-SETL-IDX) TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO CR-LINE
                   STRING "           NET DEPOSIT EXPECTED "
                       WS-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO CR-LINE
                   WRITE CR-LINE
               END-IF
           END-PERFORM
           CLOSE CARDSETL-FILE
           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE
           MOVE WS-FEE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "MATCHED: " WS-MATCH-COUNT
               "  NO RECORD: " WS-UNKNOWN-COUNT
               "  UNSETTLED: " WS-OPEN-COUNT
               "  MERCHANT FEES: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-NET-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "TOTAL NET DEPOSIT EXPECTED: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE.

       *> A payment matched by its approval code also settles the
       *> pre-auth captured under that code at checkout.
       FLAG-MATCHED-ITEMS.
           OPEN I-O PAYMENTS-FILE
           OPEN I-O PREAUTH-FILE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-MATCHED(WS-ITEM-IDX) = 'Y'
                   IF WS-ITEM-SOURCE(WS-ITEM-IDX) = 'P'
                       PERFORM FLAG-MATCHED-PAYMENT
                   ELSE
                       MOVE WS-ITEM-KEY(WS-ITEM-IDX) TO PA-ID
                       READ PREAUTH-FILE KEY IS PA-ID
                           NOT INVALID KEY
                               MOVE 'Y' TO PA-RECON-FLAG
                               REWRITE PREAUTH-RECORD
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PREAUTH-FILE
           CLOSE PAYMENTS-FILE.

       FLAG-MATCHED-PAYMENT.
           MOVE WS-ITEM-KEY(WS-ITEM-IDX) TO PAYMENT-ID
           READ PAYMENTS-FILE KEY IS PAYMENT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO PAYMENT-RECON-FLAG
                   REWRITE PAYMENT-RECORD
           END-READ
           IF WS-ITEM-REF(WS-ITEM-IDX) = SPACES OR PA-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 0 TO PA-ID
           START PREAUTH-FILE KEY IS NOT LESS THAN PA-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PREAUTH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PA-AUTH-CODE = WS-ITEM-REF(WS-ITEM-IDX)
                          AND FUNCTION TRIM(PA-STATUS) = 'Captured'
                          AND PA-RECON-FLAG NOT = 'Y'
                           MOVE 'Y' TO PA-RECON-FLAG
                           REWRITE PREAUTH-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM cardRecon.
