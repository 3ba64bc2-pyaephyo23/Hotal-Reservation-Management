       IDENTIFICATION DIVISION.
       PROGRAM-ID. dunningRun.

      *****************************************************************
      * DUNNING LETTERS - OVERDUE DEBTORS AND COMPANY ACCOUNTS
      * The batch looks at every debtor-flagged invoice still owing
      * and every open city-ledger charge, ages it from its date,
      * and at 30, 60 and 90 days drops a reminder, a second notice
      * or a final notice into the DATA/OUTBOX letter queue for the
      * mailing script - to the guest on the booking, or to the
      * company's accounts department. Only the highest level due is
      * sent, and DUNNING.DAT remembers each item and level sent so a
      * rerun never sends the same letter twice. Accounts can put an
      * invoice or a whole company on hold in DUNHOLD.DAT with a
      * reason (in dispute, payment plan agreed...) and the batch
      * passes it by until the hold is released.
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
           SELECT CITYLEDG-FILE ASSIGN TO '../DATA/CITYLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ENTRY-ID
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT DUNNING-FILE ASSIGN TO '../DATA/DUNNING.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-KEY
               FILE STATUS IS WS-DN-FILE-STATUS.
           SELECT DUNHOLD-FILE ASSIGN TO '../DATA/DUNHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT DUNNING-REPORT-FILE ASSIGN TO
               '../DATA/DUNNING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  CITYLEDG-FILE.
       COPY "./CopyBooks/CITYLEDG.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  DUNNING-FILE.
       COPY "./CopyBooks/DUNNING.cpy".

       FD  DUNHOLD-FILE.
       COPY "./CopyBooks/DUNHOLD.cpy".

       FD  DUNNING-REPORT-FILE.
       01  DR-LINE                 PIC X(100).

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(60).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CL-FILE-STATUS       PIC 99.
           88 CL-FILE-OK           VALUE 00.
           88 CL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-DN-FILE-STATUS       PIC 99.
           88 DN-FILE-OK           VALUE 00.
           88 DN-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-DH-FILE-STATUS       PIC 99.
           88 DH-FILE-OK           VALUE 00.
           88 DH-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-HOLDS-OPEN           PIC X.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> The item being dunned
       01  WS-DUN-KIND             PIC X.
       01  WS-DUN-ITEM-ID          PIC 9(5).
       01  WS-DUN-INVOICE-ID       PIC 9(5).
       01  WS-DUN-ACCOUNT          PIC X(30).
       01  WS-DUN-HOLD-ACCOUNT     PIC X(30).
       01  WS-DUN-ADDRESSEE        PIC X(30).
       01  WS-DUN-ADDRESS          PIC X(40).
       01  WS-DUN-ITEM-DATE        PIC 9(8).
       01  WS-DUN-BALANCE          PIC 9(9).
       01  WS-DUN-AGE              PIC S9(7).
       01  WS-DUN-LEVEL            PIC 9.
       01  WS-DUN-HELD             PIC X.
       01  WS-DUN-HOLD-REASON      PIC X(40).
       01  WS-DUN-SENT-BEFORE      PIC X.
       01  WS-BALANCE-DSP          PIC Z(8)9.
       01  WS-AGE-DSP              PIC ZZZZ9.

       01  WS-SENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT         PIC 9(5) VALUE 0.
       01  WS-LEVEL-COUNTS.
           05 WS-LEVEL-SENT        PIC 9(5) OCCURS 3 TIMES.

       *> Outbound letter queue
       01  WS-LETTER-PATH          PIC X(60).
       01  WS-LETTER-DIR           PIC X(20).
       01  WS-LETTER-STAMP         PIC X(14).
       01  WS-LETTER-CALL-STATUS   PIC S9(9) COMP.
       01  WS-LETTER-TITLE         PIC X(40).

       *> Hold maintenance
       01  WS-HOLD-TYPE            PIC 9.
       01  WS-HOLD-INVOICE-ID      PIC 9(5).
       01  WS-HOLD-COMPANY         PIC X(30).
       01  WS-HOLD-REASON          PIC X(40).
       01  WS-HOLD-COUNT           PIC 9(5).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "        DUNNING - OVERDUE ACCOUNTS"
               DISPLAY "***********************************************"
               DISPLAY "1. Run the dunning batch"
               DISPLAY "2. Hold an account from dunning"
               DISPLAY "3. Release a dunning hold"
               DISPLAY "4. List dunning holds"
               DISPLAY "5. Dunning history for an invoice / company"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM RUN-DUNNING-BATCH
                   WHEN 2
                       PERFORM PLACE-DUNNING-HOLD
                   WHEN 3
                       PERFORM RELEASE-DUNNING-HOLD
                   WHEN 4
                       PERFORM LIST-DUNNING-HOLDS
                   WHEN 5
                       PERFORM SHOW-DUNNING-HISTORY
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * DUNNING BATCH
      *****************************************************************
       RUN-DUNNING-BATCH.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 0 TO WS-SENT-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-REPEAT-COUNT
           INITIALIZE WS-LEVEL-COUNTS

           MOVE '../DATA/OUTBOX' TO WS-LETTER-DIR
           CALL 'CBL_CREATE_DIR' USING WS-LETTER-DIR
               RETURNING WS-LETTER-CALL-STATUS

           OPEN I-O DUNNING-FILE
           IF DN-FILE-ERROR
               CLOSE DUNNING-FILE
               OPEN OUTPUT DUNNING-FILE
               CLOSE DUNNING-FILE
               OPEN I-O DUNNING-FILE
           END-IF
           MOVE 'Y' TO WS-HOLDS-OPEN
           OPEN INPUT DUNHOLD-FILE
           IF DH-FILE-ERROR
               MOVE 'N' TO WS-HOLDS-OPEN
           END-IF
           OPEN INPUT BOOKING-FILE
           OPEN INPUT CUSTOMER-FILE

           OPEN OUTPUT DUNNING-REPORT-FILE
           MOVE "DUNNING RUN" TO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "RUN DATE " WS-CURRENT-DATE-NUM
               "   OPERATOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "K ITEM  ACCOUNT                         OWING   AGE"
               " LVL ACTION"
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE ALL "-" TO DR-LINE
           WRITE DR-LINE

           *> Guest debtors - invoices the desk flagged to collect
           *> later. Company-routed invoices are chased through the
           *> city ledger below instead.
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INVOICES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DEBTOR-FLAG = 'Y'
                              AND FUNCTION TRIM(INVOICE-STATUS)
                                  NOT = 'Void'
                              AND PAID-AMOUNT < TOTAL-CHARGE
                               PERFORM DUN-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICES-FILE

           OPEN INPUT CITYLEDG-FILE
           IF CL-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CITYLEDG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CL-ENTRY-TYPE = 'Charge'
                              AND CL-STATUS = 'Open'
                              AND CL-APPLIED-AMT < CL-AMOUNT
                               PERFORM DUN-ONE-LEDGER-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CITYLEDG-FILE

           MOVE ALL "-" TO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "LETTERS SENT: " WS-SENT-COUNT
               "  (REMINDER " WS-LEVEL-SENT(1)
               "  SECOND " WS-LEVEL-SENT(2)
               "  FINAL " WS-LEVEL-SENT(3) ")"
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "ON HOLD: " WS-HELD-COUNT
               "   ALREADY SENT AT THIS LEVEL: " WS-REPEAT-COUNT
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           CLOSE DUNNING-REPORT-FILE
           MOVE 'DUNNING' TO RCA-REPORT-NAME
           MOVE '../DATA/DUNNING.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           CLOSE CUSTOMER-FILE
           CLOSE BOOKING-FILE
           IF WS-HOLDS-OPEN = 'Y'
               CLOSE DUNHOLD-FILE
           END-IF
           CLOSE DUNNING-FILE

           DISPLAY "Letters queued    : " WS-SENT-COUNT
           DISPLAY "  Reminders       : " WS-LEVEL-SENT(1)
           DISPLAY "  Second notices  : " WS-LEVEL-SENT(2)
           DISPLAY "  Final notices   : " WS-LEVEL-SENT(3)
           DISPLAY "Held from dunning : " WS-HELD-COUNT
           DISPLAY "Already sent      : " WS-REPEAT-COUNT
           DISPLAY "Report written to DUNNING.RPT".

       DUN-ONE-INVOICE.
           MOVE 'I' TO WS-DUN-KIND
           MOVE INVOICE-ID TO WS-DUN-ITEM-ID
           MOVE INVOICE-ID TO WS-DUN-INVOICE-ID
           MOVE CREATED-AT-IV TO WS-DUN-ITEM-DATE
           COMPUTE WS-DUN-BALANCE = TOTAL-CHARGE - PAID-AMOUNT
           PERFORM SET-DUNNING-LEVEL
           IF WS-DUN-LEVEL = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-INVOICE-GUEST
           MOVE SPACES TO WS-DUN-ACCOUNT
           MOVE INVOICE-ID TO WS-DUN-ACCOUNT
           MOVE WS-DUN-ACCOUNT TO WS-DUN-HOLD-ACCOUNT
           PERFORM DUN-THE-ITEM.

       DUN-ONE-LEDGER-ITEM.
           MOVE 'C' TO WS-DUN-KIND
           MOVE CL-ENTRY-ID TO WS-DUN-ITEM-ID
           MOVE CL-INVOICE-ID TO WS-DUN-INVOICE-ID
           MOVE CL-ENTRY-DATE TO WS-DUN-ITEM-DATE
           COMPUTE WS-DUN-BALANCE = CL-AMOUNT - CL-APPLIED-AMT
           PERFORM SET-DUNNING-LEVEL
           IF WS-DUN-LEVEL = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CL-COMPANY-NAME TO WS-DUN-ACCOUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CL-COMPANY-NAME))
               TO WS-DUN-HOLD-ACCOUNT
           MOVE CL-COMPANY-NAME TO WS-DUN-ADDRESSEE
           MOVE "ATTN: ACCOUNTS PAYABLE" TO WS-DUN-ADDRESS
           PERFORM DUN-THE-ITEM.

       *> 30, 60 and 90 days from the invoice or ledger date.
       SET-DUNNING-LEVEL.
           COMPUTE WS-DUN-AGE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DUN-ITEM-DATE)
           EVALUATE TRUE
               WHEN WS-DUN-AGE > 90
                   MOVE 3 TO WS-DUN-LEVEL
               WHEN WS-DUN-AGE > 60
                   MOVE 2 TO WS-DUN-LEVEL
               WHEN WS-DUN-AGE > 30
                   MOVE 1 TO WS-DUN-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-DUN-LEVEL
           END-EVALUATE.

       *> The guest on the invoice's booking, with the address held
       *> on their customer record when there is one.
       FIND-INVOICE-GUEST.
           MOVE SPACES TO WS-DUN-ADDRESSEE
           MOVE SPACES TO WS-DUN-ADDRESS
           IF BK-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE BOOKING-ID-IV TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-NAME-BK TO WS-DUN-ADDRESSEE
           IF CUST-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-ID-BK TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO WS-DUN-ADDRESSEE
                   MOVE CUSTOMER-ADDRESS TO WS-DUN-ADDRESS
           END-READ.

       *> Held accounts are passed by; a level already sent for the
       *> item is not sent again. Otherwise the letter is queued and
       *> the level recorded.
       DUN-THE-ITEM.
           PERFORM CHECK-DUNNING-HOLD
           IF WS-DUN-HELD = 'Y'
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-DUNNING-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DUN-SENT-BEFORE
           MOVE WS-DUN-KIND TO DN-KIND
           MOVE WS-DUN-ITEM-ID TO DN-ITEM-ID
           MOVE WS-DUN-LEVEL TO DN-LEVEL
           READ DUNNING-FILE KEY IS DN-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUN-SENT-BEFORE
           END-READ
           IF WS-DUN-SENT-BEFORE = 'Y'
               ADD 1 TO WS-REPEAT-COUNT
               PERFORM WRITE-DUNNING-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DUNNING-LETTER

           MOVE WS-DUN-KIND TO DN-KIND
           MOVE WS-DUN-ITEM-ID TO DN-ITEM-ID
           MOVE WS-DUN-LEVEL TO DN-LEVEL
           MOVE WS-DUN-ACCOUNT TO DN-ACCOUNT
           MOVE WS-DUN-ADDRESSEE TO DN-ADDRESSEE
           MOVE WS-DUN-BALANCE TO DN-AMOUNT
           MOVE WS-DUN-AGE TO DN-AGE-DAYS
           MOVE WS-CURRENT-DATE-NUM TO DN-SENT-DATE
           MOVE WS-OPERATOR-ID TO DN-SENT-BY
           WRITE DUNNING-RECORD
           ADD 1 TO WS-SENT-COUNT
           ADD 1 TO WS-LEVEL-SENT(WS-DUN-LEVEL)
           PERFORM WRITE-DUNNING-REPORT-LINE.

       CHECK-DUNNING-HOLD.
           MOVE 'N' TO WS-DUN-HELD
           MOVE SPACES TO WS-DUN-HOLD-REASON
           IF WS-HOLDS-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUN-KIND TO DH-KIND
           MOVE WS-DUN-HOLD-ACCOUNT TO DH-ACCOUNT
           READ DUNHOLD-FILE KEY IS DH-KEY
               NOT INVALID KEY
                   IF DH-STATUS = 'Active'
                       MOVE 'Y' TO WS-DUN-HELD
                       MOVE DH-REASON TO WS-DUN-HOLD-REASON
                   END-IF
           END-READ.

       WRITE-DUNNING-REPORT-LINE.
           MOVE WS-DUN-BALANCE TO WS-BALANCE-DSP
           MOVE WS-DUN-AGE TO WS-AGE-DSP
           MOVE SPACES TO DR-LINE
           EVALUATE TRUE
               WHEN WS-DUN-HELD = 'Y'
                   STRING WS-DUN-KIND " " WS-DUN-ITEM-ID " "
                       WS-DUN-ACCOUNT " " WS-BALANCE-DSP " "
                       WS-AGE-DSP "  " WS-DUN-LEVEL "  HELD - "
                       FUNCTION TRIM(WS-DUN-HOLD-REASON)
                       DELIMITED BY SIZE INTO DR-LINE
               WHEN WS-DUN-SENT-BEFORE = 'Y'
                   STRING WS-DUN-KIND " " WS-DUN-ITEM-ID " "
                       WS-DUN-ACCOUNT " " WS-BALANCE-DSP " "
                       WS-AGE-DSP "  " WS-DUN-LEVEL
                       "  ALREADY SENT"
                       DELIMITED BY SIZE INTO DR-LINE
               WHEN OTHER
                   STRING WS-DUN-KIND " " WS-DUN-ITEM-ID " "
                       WS-DUN-ACCOUNT " " WS-BALANCE-DSP " "
                       WS-AGE-DSP "  " WS-DUN-LEVEL "  "
                       FUNCTION TRIM(WS-LETTER-PATH(16:45))
                       DELIMITED BY SIZE INTO DR-LINE
           END-EVALUATE
           WRITE DR-LINE.

      *****************************************************************
      * DUNNING LETTER QUEUE
      * Each letter is dropped into DATA/OUTBOX beside the booking
      * confirmations; the mailing script sweeps and sends them.
      * The wording firms up with the level.
      *****************************************************************
       WRITE-DUNNING-LETTER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LETTER-STAMP
           MOVE SPACES TO WS-LETTER-PATH
           STRING '../DATA/OUTBOX/DUN' WS-DUN-LEVEL WS-DUN-KIND
               WS-DUN-ITEM-ID '-' WS-LETTER-STAMP '.TXT'
               DELIMITED BY SIZE INTO WS-LETTER-PATH
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   MOVE "      PAYMENT REMINDER" TO WS-LETTER-TITLE
               WHEN 2
                   MOVE "      SECOND NOTICE - PAYMENT OVERDUE"
                       TO WS-LETTER-TITLE
               WHEN OTHER
                   MOVE "      FINAL NOTICE - PAYMENT OVERDUE"
                       TO WS-LETTER-TITLE
           END-EVALUATE
           MOVE WS-DUN-BALANCE TO WS-BALANCE-DSP
           MOVE WS-DUN-AGE TO WS-AGE-DSP

           OPEN OUTPUT LETTER-FILE
           MOVE "================================================"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-TITLE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "================================================"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DATE          : " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "TO            : " WS-DUN-ADDRESSEE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-DUN-ADDRESS NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "                " WS-DUN-ADDRESS
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF WS-DUN-INVOICE-ID > 0
               MOVE SPACES TO LETTER-LINE
               STRING "INVOICE       : " WS-DUN-INVOICE-ID
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "DATED         : " WS-DUN-ITEM-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "AMOUNT OWING  : " WS-BALANCE-DSP
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DAYS OVERDUE  : " WS-AGE-DSP
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "------------------------------------------------"
               TO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE BALANCE ABOVE IS NOW PAST"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "DUE. IF YOU HAVE ALREADY PAID, PLEASE ACCEPT"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "OUR THANKS AND DISREGARD THIS REMINDER."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 2
                   MOVE "WE HAVE NOT RECEIVED PAYMENT OF THE BALANCE"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "ABOVE, NOW OVER 60 DAYS OVERDUE. PLEASE SETTLE"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "IT WITHIN 14 DAYS OR CONTACT OUR ACCOUNTS"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "OFFICE TO AGREE ARRANGEMENTS."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE "DESPITE EARLIER REMINDERS THE BALANCE ABOVE,"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "NOW OVER 90 DAYS OVERDUE, REMAINS UNPAID."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "UNLESS PAYMENT IS RECEIVED WITHIN 7 DAYS THE"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "ACCOUNT WILL BE PASSED FOR COLLECTION WITHOUT"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "FURTHER NOTICE." TO LETTER-LINE
                   WRITE LETTER-LINE
           END-EVALUATE
           MOVE "================================================"
               TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE.

      *****************************************************************
      * DUNNING HOLDS
      * An invoice (guest debtor) or a company (every city-ledger
      * item for it) can be held with a reason. Releasing keeps the
      * row, stamped, so the hold history stays visible.
      *****************************************************************
       ASK-HOLD-ACCOUNT.
           MOVE SPACES TO DH-KEY
           DISPLAY "1. Guest invoice   2. Company account: "
           ACCEPT WS-HOLD-TYPE
           EVALUATE WS-HOLD-TYPE
               WHEN 1
                   DISPLAY "Invoice ID: "
                   ACCEPT WS-HOLD-INVOICE-ID
                   MOVE 'I' TO DH-KIND
                   MOVE WS-HOLD-INVOICE-ID TO DH-ACCOUNT
               WHEN 2
                   DISPLAY "Company Name: "
                   ACCEPT WS-HOLD-COMPANY
                   MOVE 'C' TO DH-KIND
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-HOLD-COMPANY)) TO DH-ACCOUNT
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       PLACE-DUNNING-HOLD.
           PERFORM ASK-HOLD-ACCOUNT
           IF DH-KEY = SPACES OR DH-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the hold: "
           ACCEPT WS-HOLD-REASON
           IF WS-HOLD-REASON = SPACES
               DISPLAY "A reason is required - nothing held."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           OPEN I-O DUNHOLD-FILE
           IF DH-FILE-ERROR
               CLOSE DUNHOLD-FILE
               OPEN OUTPUT DUNHOLD-FILE
               CLOSE DUNHOLD-FILE
               OPEN I-O DUNHOLD-FILE
           END-IF
           MOVE WS-HOLD-REASON TO DH-REASON
           MOVE 'Active' TO DH-STATUS
           MOVE WS-OPERATOR-ID TO DH-HELD-BY
           MOVE WS-CURRENT-DATE-NUM TO DH-HELD-DATE
           MOVE SPACES TO DH-RELEASED-BY
           MOVE 0 TO DH-RELEASED-DATE
           WRITE DUNNING-HOLD-RECORD
               INVALID KEY
                   REWRITE DUNNING-HOLD-RECORD
           END-WRITE
           CLOSE DUNHOLD-FILE
           DISPLAY "Account held from dunning.".

       RELEASE-DUNNING-HOLD.
           PERFORM ASK-HOLD-ACCOUNT
           IF DH-KEY = SPACES OR DH-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           OPEN I-O DUNHOLD-FILE
           IF DH-FILE-ERROR
               DISPLAY "No dunning holds on file."
               CLOSE DUNHOLD-FILE
               EXIT PARAGRAPH
           END-IF
           READ DUNHOLD-FILE KEY IS DH-KEY
               INVALID KEY
                   DISPLAY "That account is not held."
               NOT INVALID KEY
                   IF DH-STATUS NOT = 'Active'
                       DISPLAY "That hold is already released."
                   ELSE
                       MOVE 'Released' TO DH-STATUS
                       MOVE WS-OPERATOR-ID TO DH-RELEASED-BY
                       MOVE WS-CURRENT-DATE-NUM TO DH-RELEASED-DATE
                       REWRITE DUNNING-HOLD-RECORD
                       DISPLAY "Hold released - the account will be "
                               "dunned on the next run."
                   END-IF
           END-READ
           CLOSE DUNHOLD-FILE.

       LIST-DUNNING-HOLDS.
           OPEN INPUT DUNHOLD-FILE
           IF DH-FILE-ERROR
               DISPLAY "No dunning holds on file."
               CLOSE DUNHOLD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HOLD-COUNT
           DISPLAY "K ACCOUNT                        HELD     BY    "
                   "REASON"
           DISPLAY "-----------------------------------------------"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUNHOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DH-STATUS = 'Active'
                           ADD 1 TO WS-HOLD-COUNT
                           DISPLAY DH-KIND " " DH-ACCOUNT " "
                                   DH-HELD-DATE " " DH-HELD-BY " "
                                   FUNCTION TRIM(DH-REASON)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUNHOLD-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Accounts on hold: " WS-HOLD-COUNT.

       SHOW-DUNNING-HISTORY.
           PERFORM ASK-HOLD-ACCOUNT
           IF DH-KEY = SPACES OR DH-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DUNNING-FILE
           IF DN-FILE-ERROR
               DISPLAY "No dunning letters sent yet."
               CLOSE DUNNING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HOLD-COUNT
           DISPLAY "ITEM  LVL SENT     BY    OWING      AGE"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUNNING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DN-KIND = DH-KIND
                           PERFORM SHOW-HISTORY-IF-MATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUNNING-FILE
           DISPLAY "Letters sent: " WS-HOLD-COUNT.

       SHOW-HISTORY-IF-MATCH.
           IF DN-KIND = 'I'
               IF DN-ACCOUNT NOT = DH-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(DN-ACCOUNT))
                   NOT = DH-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           DISPLAY DN-ITEM-ID "  " DN-LEVEL "  " DN-SENT-DATE " "
                   DN-SENT-BY " " DN-AMOUNT "  " DN-AGE-DAYS.

       *> The operator signed on in Main leaves their id in the
       *> session file; each letter sent and hold placed carries it.
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

       END PROGRAM dunningRun.
