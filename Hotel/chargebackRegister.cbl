       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargebackRegister.

      *****************************************************************
      * CARD CHARGEBACK / DISPUTE REGISTER AND EVIDENCE PACK
      * When a card holder disputes a charge the bank writes with a
      * reason code and a few days to answer. Each dispute is
      * registered in CHARGEBACKS.DAT against the card PAYMENT-ID and
      * its INVOICE-ID, with the amount, the response deadline and,
      * in the end, the outcome. Registering builds the evidence
      * pack - DATA/EVIDENCE/CB<id>.TXT - from the stay itself: the
      * registration card (check-in record, customer and every guest
      * registered to the room), the folio lines with who posted and
      * approved them, the invoice, the key-card issue and door-lock
      * openings for the room during the stay, the pre-auth history
      * and the payments taken. A dispute that is lost is posted as
      * a Chargeback payment row, which the settlement report nets
      * out, and the amount goes back on the invoice as a debtor
      * balance so it is chased like any other.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-FILE ASSIGN TO '../DATA/CHARGEBACKS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-ID
               FILE STATUS IS WS-CB-FILE-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS CHECKIN-ID-IV
                   WITH DUPLICATES
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
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
           SELECT GUEST-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-GST-FILE-STATUS.
           SELECT FOLIO-FILE ASSIGN TO '../DATA/FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOLIO-LINE-ID
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT PREAUTH-FILE ASSIGN TO '../DATA/PREAUTHS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT KEYCARD-EXPORT-FILE ASSIGN TO
               '../DATA/KEYCARDEXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KC-FILE-STATUS.
           SELECT LOCK-EVENTS-FILE ASSIGN TO
               '../DATA/LOCKEVENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LE-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT PACK-FILE ASSIGN TO WS-PACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE.
       COPY "./CopyBooks/CHARGEBACK.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  PREAUTH-FILE.
       COPY "./CopyBooks/PREAUTHS.cpy".

       *> Same fixed layouts exportKeycard writes and the lock
       *> vendor returns
       FD  KEYCARD-EXPORT-FILE.
       01  KC-EXPORT-LINE.
           05 KC-ROOM-ID           PIC X(5).
           05 FILLER               PIC X.
           05 KC-CUSTOMER-ID       PIC 9(5).
           05 FILLER               PIC X.
           05 KC-CUSTOMER-NAME     PIC X(30).
           05 FILLER               PIC X.
           05 KC-VALID-FROM-DATE   PIC 9(8).
           05 FILLER               PIC X.
           05 KC-VALID-FROM-TIME   PIC 9(6).
           05 FILLER               PIC X.
           05 KC-VALID-TO-DATE     PIC 9(8).
           05 FILLER               PIC X.
           05 KC-VALID-TO-TIME     PIC 9(6).
           05 FILLER               PIC X.
           05 KC-ACCESS-STATUS     PIC X(9).

       FD  LOCK-EVENTS-FILE.
       01  LE-EVENT-LINE.
           05 LE-ROOM-ID           PIC X(5).
           05 FILLER               PIC X.
           05 LE-CUSTOMER-ID       PIC 9(5).
           05 FILLER               PIC X.
           05 LE-EVENT-DATE        PIC 9(8).
           05 FILLER               PIC X.
           05 LE-EVENT-TIME        PIC 9(6).

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  PACK-FILE.
       01  EP-LINE                 PIC X(100).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CB-FILE-STATUS       PIC 99.
           88 CB-FILE-OK           VALUE 00.
           88 CB-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PMT-FILE-STATUS      PIC 99.
           88 PMT-FILE-OK          VALUE 00.
           88 PMT-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-IV-FILE-STATUS       PIC 99.
           88 IV-FILE-OK           VALUE 00.
           88 IV-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-GST-FILE-STATUS      PIC 99.
           88 GST-FILE-OK          VALUE 00.
           88 GST-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-PA-FILE-STATUS       PIC 99.
           88 PA-FILE-OK           VALUE 00.
           88 PA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-KC-FILE-STATUS       PIC 99.
           88 KC-FILE-OK           VALUE 00.
           88 KC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-LE-FILE-STATUS       PIC 99.
           88 LE-FILE-OK           VALUE 00.
           88 LE-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X.
       01  WS-CONFIRM              PIC X.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-NEXT-CB-ID           PIC 9(5).
       01  WS-NEXT-PAYMENT-ID      PIC 9(5).
       01  WS-CB-ID-INPUT          PIC 9(5).
       01  WS-PAYMENT-ID-INPUT     PIC 9(5).
       01  WS-AMOUNT-INPUT         PIC 9(9).
       01  WS-DATE-INPUT           PIC 9(8).
       01  WS-OUTCOME              PIC X.
       01  WS-DAYS-LEFT            PIC S9(5).
       01  WS-DAYS-DSP             PIC -(4)9.
       01  WS-OPEN-COUNT           PIC 9(5).
       01  WS-OPEN-TOTAL           PIC 9(9).
       01  WS-PAYMENT-FOUND        PIC X.

       *> Working copy of the dispute while the pack is built
       01  WS-CB-PAYMENT-ID        PIC 9(5).
       01  WS-CB-INVOICE-ID        PIC 9(5).
       01  WS-CB-CHECKIN-ID        PIC 9(5).
       01  WS-CB-BOOKING-ID        PIC 9(5).
       01  WS-CB-AMOUNT            PIC 9(9).
       01  WS-CB-REASON-CODE       PIC X(6).
       01  WS-CB-REASON-DESC       PIC X(30).
       01  WS-CB-DEADLINE          PIC 9(8).
       01  WS-CB-CARD-REF          PIC X(10).
       01  WS-STAY-ROOM            PIC X(5).
       01  WS-STAY-FROM            PIC 9(8).
       01  WS-STAY-TO              PIC 9(8).
       01  WS-STAY-CUSTOMER        PIC 9(5).

       *> Evidence pack
       01  WS-PACK-PATH            PIC X(60).
       01  WS-PACK-DIR             PIC X(20).
       01  WS-PACK-CALL-STATUS     PIC S9(9) COMP.
       01  WS-PACK-LINES           PIC 9(5).
       01  WS-SECTION-LINES        PIC 9(5).
       01  WS-SVC-IDX              PIC 9(2).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "      CARD CHARGEBACKS / DISPUTES"
               DISPLAY "***********************************************"
               DISPLAY "1. Register a dispute (builds evidence pack)"
               DISPLAY "2. Rebuild the evidence pack for a dispute"
               DISPLAY "3. Record the outcome (won / lost)"
               DISPLAY "4. List open disputes by deadline"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM REGISTER-DISPUTE
                   WHEN 2
                       PERFORM REBUILD-EVIDENCE-PACK
                   WHEN 3
                       PERFORM RECORD-DISPUTE-OUTCOME
                   WHEN 4
                       PERFORM LIST-OPEN-DISPUTES
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * REGISTER A DISPUTE
      *****************************************************************
       REGISTER-DISPUTE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           DISPLAY "Disputed Payment ID: "
           ACCEPT WS-PAYMENT-ID-INPUT

           MOVE 'N' TO WS-PAYMENT-FOUND
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-OK
               MOVE WS-PAYMENT-ID-INPUT TO PAYMENT-ID
               READ PAYMENTS-FILE KEY IS PAYMENT-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PAYMENT-FOUND
               END-READ
           END-IF
           CLOSE PAYMENTS-FILE
           IF WS-PAYMENT-FOUND = 'N'
               DISPLAY "Payment not found."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(PAYMENT-METHOD) NOT = 'Card'
               DISPLAY "Payment " PAYMENT-ID " was taken by "
                       FUNCTION TRIM(PAYMENT-METHOD)
                       " - only card payments can be charged back."
               EXIT PARAGRAPH
           END-IF
           MOVE PAYMENT-ID TO WS-CB-PAYMENT-ID
           MOVE PAYMENT-INVOICE-ID TO WS-CB-INVOICE-ID
           MOVE PAYMENT-BOOKING-ID TO WS-CB-BOOKING-ID
           MOVE PAYMENT-CARD-REF TO WS-CB-CARD-REF

           PERFORM CHECK-ALREADY-DISPUTED
           IF WS-CONFIRM = 'Y'
               DISPLAY "Payment " WS-CB-PAYMENT-ID " already has an "
                       "open dispute."
               EXIT PARAGRAPH
           END-IF

           IF WS-CB-INVOICE-ID = 0
               DISPLAY "Payment carries no invoice - Invoice ID: "
               ACCEPT WS-CB-INVOICE-ID
           END-IF
           MOVE 0 TO WS-CB-CHECKIN-ID
           OPEN INPUT INVOICES-FILE
           IF IV-FILE-OK
               MOVE WS-CB-INVOICE-ID TO INVOICE-ID
               READ INVOICES-FILE KEY IS INVOICE-ID
                   INVALID KEY
                       MOVE 0 TO WS-CB-INVOICE-ID
                   NOT INVALID KEY
                       MOVE CHECKIN-ID-IV TO WS-CB-CHECKIN-ID
                       IF WS-CB-BOOKING-ID = 0
                           MOVE BOOKING-ID-IV TO WS-CB-BOOKING-ID
                       END-IF
               END-READ
           END-IF
           CLOSE INVOICES-FILE
           IF WS-CB-INVOICE-ID = 0
               DISPLAY "Invoice not found - dispute not registered."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Bank reason code: "
           ACCEPT WS-CB-REASON-CODE
           MOVE FUNCTION UPPER-CASE(WS-CB-REASON-CODE)
               TO WS-CB-REASON-CODE
           DISPLAY "Reason (as stated by the bank): "
           ACCEPT WS-CB-REASON-DESC
           DISPLAY "Disputed amount (0 = whole payment "
                   PAYMENT-AMOUNT "): "
           ACCEPT WS-AMOUNT-INPUT
           IF WS-AMOUNT-INPUT = 0
              OR WS-AMOUNT-INPUT > PAYMENT-AMOUNT
               MOVE PAYMENT-AMOUNT TO WS-AMOUNT-INPUT
           END-IF
           MOVE WS-AMOUNT-INPUT TO WS-CB-AMOUNT
           DISPLAY "Response deadline (YYYYMMDD, 0 = 7 days): "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT NOT NUMERIC
              OR WS-DATE-INPUT < WS-CURRENT-DATE-NUM
               COMPUTE WS-DATE-INPUT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) + 7)
           END-IF
           MOVE WS-DATE-INPUT TO WS-CB-DEADLINE

           PERFORM GENERATE-NEXT-CB-ID
           OPEN I-O CHARGEBACK-FILE
           IF CB-FILE-ERROR
               CLOSE CHARGEBACK-FILE
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
           END-IF
           INITIALIZE CHARGEBACK-RECORD
           MOVE WS-NEXT-CB-ID TO CB-ID
           MOVE WS-CB-PAYMENT-ID TO CB-PAYMENT-ID
           MOVE WS-CB-INVOICE-ID TO CB-INVOICE-ID
           MOVE WS-CB-CHECKIN-ID TO CB-CHECKIN-ID
           MOVE WS-CB-BOOKING-ID TO CB-BOOKING-ID
           MOVE WS-CB-REASON-CODE TO CB-REASON-CODE
           MOVE WS-CB-REASON-DESC TO CB-REASON-DESC
           MOVE WS-CB-AMOUNT TO CB-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO CB-RECEIVED-DATE
           MOVE WS-CB-DEADLINE TO CB-DEADLINE
           MOVE 'Open' TO CB-STATUS
           MOVE WS-CURRENT-DATE-NUM TO CB-PACK-DATE
           MOVE WS-OPERATOR-ID TO CB-OPENED-BY
           WRITE CHARGEBACK-RECORD
           CLOSE CHARGEBACK-FILE

           PERFORM BUILD-EVIDENCE-PACK
           DISPLAY "Dispute " WS-NEXT-CB-ID " registered - respond by "
                   WS-CB-DEADLINE "."
           DISPLAY "Evidence pack: " FUNCTION TRIM(WS-PACK-PATH)
                   " (" WS-PACK-LINES " lines)".

       CHECK-ALREADY-DISPUTED.
           MOVE 'N' TO WS-CONFIRM
           OPEN INPUT CHARGEBACK-FILE
           IF CB-FILE-ERROR
               CLOSE CHARGEBACK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHARGEBACK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CB-PAYMENT-ID = WS-CB-PAYMENT-ID
                          AND CB-STATUS = 'Open'
                           MOVE 'Y' TO WS-CONFIRM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGEBACK-FILE.

       *> Reads the dispute named by WS-CB-ID-INPUT into the working
       *> copy; WS-CONFIRM 'Y' when found.
       LOAD-DISPUTE.
           MOVE 'N' TO WS-CONFIRM
           OPEN INPUT CHARGEBACK-FILE
           IF CB-FILE-OK
               MOVE WS-CB-ID-INPUT TO CB-ID
               READ CHARGEBACK-FILE KEY IS CB-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONFIRM
                       MOVE CB-ID TO WS-NEXT-CB-ID
                       MOVE CB-PAYMENT-ID TO WS-CB-PAYMENT-ID
                       MOVE CB-INVOICE-ID TO WS-CB-INVOICE-ID
                       MOVE CB-CHECKIN-ID TO WS-CB-CHECKIN-ID
                       MOVE CB-BOOKING-ID TO WS-CB-BOOKING-ID
                       MOVE CB-REASON-CODE TO WS-CB-REASON-CODE
                       MOVE CB-REASON-DESC TO WS-CB-REASON-DESC
                       MOVE CB-AMOUNT TO WS-CB-AMOUNT
                       MOVE CB-DEADLINE TO WS-CB-DEADLINE
               END-READ
           END-IF
           CLOSE CHARGEBACK-FILE
           IF WS-CONFIRM = 'N'
               DISPLAY "Dispute not found."
           END-IF.

       REBUILD-EVIDENCE-PACK.
           DISPLAY "Dispute ID: "
           ACCEPT WS-CB-ID-INPUT
           PERFORM LOAD-DISPUTE
           IF WS-CONFIRM = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CB-CARD-REF
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-OK
               MOVE WS-CB-PAYMENT-ID TO PAYMENT-ID
               READ PAYMENTS-FILE KEY IS PAYMENT-ID
                   NOT INVALID KEY
                       MOVE PAYMENT-CARD-REF TO WS-CB-CARD-REF
               END-READ
           END-IF
           CLOSE PAYMENTS-FILE
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           PERFORM BUILD-EVIDENCE-PACK

           OPEN I-O CHARGEBACK-FILE
           MOVE WS-NEXT-CB-ID TO CB-ID
           READ CHARGEBACK-FILE KEY IS CB-ID
               NOT INVALID KEY
                   MOVE WS-CURRENT-DATE-NUM TO CB-PACK-DATE
                   REWRITE CHARGEBACK-RECORD
           END-READ
           CLOSE CHARGEBACK-FILE
           DISPLAY "Evidence pack: " FUNCTION TRIM(WS-PACK-PATH)
                   " (" WS-PACK-LINES " lines)".

      *****************************************************************
      * EVIDENCE PACK
      * One file per dispute in DATA/EVIDENCE, rebuilt in full each
      * time so late folio corrections or lock-log imports are in.
      *****************************************************************
       BUILD-EVIDENCE-PACK.
           MOVE '../DATA/EVIDENCE' TO WS-PACK-DIR
           CALL 'CBL_CREATE_DIR' USING WS-PACK-DIR
               RETURNING WS-PACK-CALL-STATUS
           MOVE SPACES TO WS-PACK-PATH
           STRING '../DATA/EVIDENCE/CB' WS-NEXT-CB-ID '.TXT'
               DELIMITED BY SIZE INTO WS-PACK-PATH
           MOVE 0 TO WS-PACK-LINES

           OPEN OUTPUT PACK-FILE
           MOVE "CARD DISPUTE EVIDENCE PACK" TO EP-LINE
           PERFORM PUT-PACK-LINE
           MOVE SPACES TO EP-LINE
           STRING "DISPUTE " WS-NEXT-CB-ID
               "  REASON " WS-CB-REASON-CODE " "
               FUNCTION TRIM(WS-CB-REASON-DESC)
               DELIMITED BY SIZE INTO EP-LINE
           PERFORM PUT-PACK-LINE
           MOVE SPACES TO EP-LINE
           STRING "PAYMENT " WS-CB-PAYMENT-ID
               "  APPROVAL " WS-CB-CARD-REF
               "  INVOICE " WS-CB-INVOICE-ID
               "  DISPUTED " WS-CB-AMOUNT
               "  RESPOND BY " WS-CB-DEADLINE
               DELIMITED BY SIZE INTO EP-LINE
           PERFORM PUT-PACK-LINE
           MOVE SPACES TO EP-LINE
           STRING "PREPARED " FUNCTION CURRENT-DATE(1:14)
               " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO EP-LINE
           PERFORM PUT-PACK-LINE

           PERFORM PACK-REGISTRATION-CARD
           PERFORM PACK-FOLIO-LINES
           PERFORM PACK-INVOICE
           PERFORM PACK-KEYCARD-AND-LOCK
           PERFORM PACK-PREAUTH-HISTORY
           PERFORM PACK-PAYMENTS

           PERFORM PUT-PACK-HEADER
           MOVE "END OF EVIDENCE PACK" TO EP-LINE
           PERFORM PUT-PACK-LINE
           CLOSE PACK-FILE.

       PUT-PACK-LINE.
           WRITE EP-LINE
           ADD 1 TO WS-PACK-LINES
           ADD 1 TO WS-SECTION-LINES.

       PUT-PACK-HEADER.
           MOVE ALL "=" TO EP-LINE
           PERFORM PUT-PACK-LINE
           MOVE 0 TO WS-SECTION-LINES.

       PUT-NONE-ON-FILE.
           IF WS-SECTION-LINES < 2
               MOVE "  (NONE ON FILE)" TO EP-LINE
               PERFORM PUT-PACK-LINE
           END-IF.

       *> The stay as registered: check-in record, the booking's
       *> customer and every guest card filled in for the room.
       PACK-REGISTRATION-CARD.
           PERFORM PUT-PACK-HEADER
           MOVE "REGISTRATION CARD" TO EP-LINE
           PERFORM PUT-PACK-LINE
           MOVE SPACES TO WS-STAY-ROOM
           MOVE 0 TO WS-STAY-FROM
           MOVE 0 TO WS-STAY-TO
           MOVE 0 TO WS-STAY-CUSTOMER
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-OK
               MOVE WS-CB-CHECKIN-ID TO CHECKIN-ID
               READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                   NOT INVALID KEY
                       MOVE ROOM-ID-IO TO WS-STAY-ROOM
                       MOVE ACTUAL-CHECKIN-DATE TO WS-STAY-FROM
                       MOVE CHECKOUT-DATE OF CHECKINOUT-RECORD
                           TO WS-STAY-TO
                       MOVE SPACES TO EP-LINE
                       STRING "STAY " CHECKIN-ID
                           "  BOOKING " BOOKING-ID-IO
                           "  ROOM " ROOM-ID-IO
                           "  IN " ACTUAL-CHECKIN-DATE
                           " " ACTUAL-CHECKIN-TIME
                           "  OUT " CHECKOUT-DATE OF CHECKINOUT-RECORD
                           " " CHECKOUT-TIME
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
               END-READ
           END-IF
           CLOSE CHECKINOUT-FILE
           IF WS-STAY-TO = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-STAY-TO
           END-IF

           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               MOVE WS-CB-BOOKING-ID TO BOOKING-ID
               READ BOOKING-FILE KEY IS BOOKING-ID
                   NOT INVALID KEY
                       MOVE CUSTOMER-ID-BK TO WS-STAY-CUSTOMER
                       MOVE SPACES TO EP-LINE
                       STRING "BOOKED " CHECKIN-DATE " TO "
                           CHECKOUT-DATE OF BOOKING-RECORD
                           "  CREATED " CREATED-AT
                           "  STATUS " BOOKING-STATUS
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
               END-READ
           END-IF
           CLOSE BOOKING-FILE

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK AND WS-STAY-CUSTOMER > 0
               MOVE WS-STAY-CUSTOMER TO CUSTOMER-ID
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE SPACES TO EP-LINE
                       STRING "CUSTOMER " CUSTOMER-ID " "
                           CUSTOMER-NAME " ID " NRC-NUMBER
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
                       MOVE SPACES TO EP-LINE
                       STRING "  PHONE " CUSTOMER-PHONE
                           " EMAIL " CUSTOMER-EMAIL
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
                       MOVE SPACES TO EP-LINE
                       STRING "  ADDRESS " CUSTOMER-ADDRESS
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE

           OPEN INPUT GUEST-FILE
           IF GST-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUEST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GUEST-CHECKIN-ID = WS-CB-CHECKIN-ID
                               MOVE SPACES TO EP-LINE
                               STRING "GUEST " GUEST-NAME
                                   " ID " GUEST-NRC
                                   " NAT " GUEST-NATIONALITY
                                   " " GUEST-ADDRESS
                                   DELIMITED BY SIZE INTO EP-LINE
                               PERFORM PUT-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GUEST-FILE
           PERFORM PUT-NONE-ON-FILE.

       PACK-FOLIO-LINES.
           PERFORM PUT-PACK-HEADER
           MOVE "FOLIO LINES (POSTED BY / APPROVED BY)" TO EP-LINE
           PERFORM PUT-PACK-LINE
           OPEN INPUT FOLIO-FILE
           IF FOLIO-FILE-OK
               MOVE WS-CB-CHECKIN-ID TO FOLIO-CHECKIN-ID
               MOVE 'N' TO WS-EOF
               START FOLIO-FILE KEY IS = FOLIO-CHECKIN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FOLIO-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FOLIO-CHECKIN-ID NOT = WS-CB-CHECKIN-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE SPACES TO EP-LINE
                               STRING FOLIO-POST-DATE " "
                                   FOLIO-SVC-CODE " " FOLIO-SVC-DESC
                                   " " FOLIO-SVC-PRICE " " FOLIO-SIGN
                                   " BY " FOLIO-POSTED-BY
                                   " APPR " FOLIO-APPROVED-BY
                                   " " FOLIO-STATUS
                                   DELIMITED BY SIZE INTO EP-LINE
                               PERFORM PUT-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FOLIO-FILE
           PERFORM PUT-NONE-ON-FILE.

       PACK-INVOICE.
           PERFORM PUT-PACK-HEADER
           MOVE "INVOICE" TO EP-LINE
           PERFORM PUT-PACK-LINE
           OPEN INPUT INVOICES-FILE
           IF IV-FILE-OK
               MOVE WS-CB-INVOICE-ID TO INVOICE-ID
               READ INVOICES-FILE KEY IS INVOICE-ID
                   NOT INVALID KEY
                       MOVE SPACES TO EP-LINE
                       STRING "INV " INVOICE-ID
                           " RCPT " RECEIPT-NO-IV
                           " DATE " CREATED-AT-IV
                           " " INVOICE-CURRENCY
                           " " INVOICE-STATUS
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
                       MOVE SPACES TO EP-LINE
                       STRING "  ROOM " ROOM-CHARGE
                           " SERVICES " SERVICE-CHARGE
                           " TAX% " TAX-RATE
                           " LEVY " LEVY-AMOUNT-IV
                           " DEPOSIT " DEPOSIT-CREDIT
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
                       PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                               UNTIL WS-SVC-IDX > SERVICE-ITEM-COUNT
                                  OR WS-SVC-IDX > 5
                           MOVE SPACES TO EP-LINE
                           STRING "  ITEM " SI-CODE(WS-SVC-IDX) " "
                               SI-DESC(WS-SVC-IDX) " "
                               SI-PRICE(WS-SVC-IDX)
                               DELIMITED BY SIZE INTO EP-LINE
                           PERFORM PUT-PACK-LINE
                       END-PERFORM
                       MOVE SPACES TO EP-LINE
                       STRING "  TOTAL " TOTAL-CHARGE
                           " PAID " PAID-AMOUNT
                           DELIMITED BY SIZE INTO EP-LINE
                       PERFORM PUT-PACK-LINE
               END-READ
           END-IF
           CLOSE INVOICES-FILE
           PERFORM PUT-NONE-ON-FILE.

       *> Cards cut for the room and the lock's record of the room
       *> being opened between arrival and departure.
       PACK-KEYCARD-AND-LOCK.
           PERFORM PUT-PACK-HEADER
           MOVE "KEY CARDS ISSUED FOR THE ROOM" TO EP-LINE
           PERFORM PUT-PACK-LINE
           OPEN INPUT KEYCARD-EXPORT-FILE
           IF KC-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ KEYCARD-EXPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF KC-ROOM-ID = WS-STAY-ROOM
                              AND KC-VALID-FROM-DATE <= WS-STAY-TO
                              AND KC-VALID-TO-DATE >= WS-STAY-FROM
                               MOVE SPACES TO EP-LINE
                               STRING "CARD " KC-CUSTOMER-ID " "
                                   KC-CUSTOMER-NAME " VALID "
                                   KC-VALID-FROM-DATE " "
                                   KC-VALID-FROM-TIME " TO "
                                   KC-VALID-TO-DATE " "
                                   KC-VALID-TO-TIME " "
                                   KC-ACCESS-STATUS
                                   DELIMITED BY SIZE INTO EP-LINE
                               PERFORM PUT-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KEYCARD-EXPORT-FILE
           PERFORM PUT-NONE-ON-FILE

           PERFORM PUT-PACK-HEADER
           MOVE "DOOR-LOCK OPENINGS DURING THE STAY" TO EP-LINE
           PERFORM PUT-PACK-LINE
           OPEN INPUT LOCK-EVENTS-FILE
           IF LE-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOCK-EVENTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LE-ROOM-ID = WS-STAY-ROOM
                              AND LE-EVENT-DATE >= WS-STAY-FROM
                              AND LE-EVENT-DATE <= WS-STAY-TO
                               MOVE SPACES TO EP-LINE
                               STRING "OPENED " LE-EVENT-DATE " "
                                   LE-EVENT-TIME " CARD "
                                   LE-CUSTOMER-ID
                                   DELIMITED BY SIZE INTO EP-LINE
                               PERFORM PUT-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOCK-EVENTS-FILE
           PERFORM PUT-NONE-ON-FILE.

       PACK-PREAUTH-HISTORY.
           PERFORM PUT-PACK-HEADER
           MOVE "CARD PRE-AUTHORISATIONS" TO EP-LINE
           PERFORM PUT-PACK-LINE
           OPEN INPUT PREAUTH-FILE
           IF PA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PREAUTH-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PA-CHECKIN-ID = WS-CB-CHECKIN-ID
                               MOVE SPACES TO EP-LINE
                               STRING "PA " PA-ID
                                   " CARD ****" PA-CARD-LAST4
                                   " AUTH " PA-AUTH-CODE
                                   " " PA-AMOUNT " ON " PA-AUTH-DATE
                                   " " PA-STATUS " " PA-ACTION-DATE
                                   " CAPTURED " PA-CAPTURED-AMT
                                   DELIMITED BY SIZE INTO EP-LINE
                               PERFORM PUT-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PREAUTH-FILE
           PERFORM PUT-NONE-ON-FILE.

       PACK-PAYMENTS.
           PERFORM PUT-PACK-HEADER
           MOVE "PAYMENTS AGAINST THE INVOICE" TO EP-LINE
           PERFORM PUT-PACK-LINE
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAYMENT-INVOICE-ID = WS-CB-INVOICE-ID
                               MOVE SPACES TO EP-LINE
                               STRING "PAY " PAYMENT-ID " "
                                   PAYMENT-TIMESTAMP " "
                                   PAYMENT-METHOD " " PAYMENT-AMOUNT
                                   " " PAYMENT-SETTLE-CURR " "
                                   PAYMENT-SETTLE-AMT
                                   " APPROVAL " PAYMENT-CARD-REF
                                   DELIMITED BY SIZE INTO EP-LINE
                               PERFORM PUT-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYMENTS-FILE
           PERFORM PUT-NONE-ON-FILE.

      *****************************************************************
      * OUTCOME
      * Won closes the dispute. Lost posts the reversal: a Chargeback
      * payment row for the amount (money taken back by the bank) and
      * the same amount off the invoice's paid position, flagged as a
      * debtor so it is collected from the guest.
      *****************************************************************
       RECORD-DISPUTE-OUTCOME.
           DISPLAY "Dispute ID: "
           ACCEPT WS-CB-ID-INPUT
           PERFORM LOAD-DISPUTE
           IF WS-CONFIRM = 'N'
               EXIT PARAGRAPH
           END-IF
           IF CB-STATUS NOT = 'Open'
               DISPLAY "Dispute is already closed as "
                       FUNCTION TRIM(CB-STATUS) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Outcome - W (won) or L (lost): "
           ACCEPT WS-OUTCOME
           MOVE FUNCTION UPPER-CASE(WS-OUTCOME) TO WS-OUTCOME
           IF WS-OUTCOME NOT = 'W' AND WS-OUTCOME NOT = 'L'
               DISPLAY "Nothing recorded."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           MOVE 0 TO WS-NEXT-PAYMENT-ID
           IF WS-OUTCOME = 'L'
               PERFORM POST-CHARGEBACK-REVERSAL
           END-IF

           OPEN I-O CHARGEBACK-FILE
           MOVE WS-CB-ID-INPUT TO CB-ID
           READ CHARGEBACK-FILE KEY IS CB-ID
               NOT INVALID KEY
                   IF WS-OUTCOME = 'W'
                       MOVE 'Won' TO CB-STATUS
                   ELSE
                       MOVE 'Lost' TO CB-STATUS
                   END-IF
                   MOVE WS-CURRENT-DATE-NUM TO CB-OUTCOME-DATE
                   MOVE WS-NEXT-PAYMENT-ID TO CB-REVERSAL-PMT-ID
                   MOVE WS-OPERATOR-ID TO CB-CLOSED-BY
                   REWRITE CHARGEBACK-RECORD
           END-READ
           CLOSE CHARGEBACK-FILE
           IF WS-OUTCOME = 'W'
               DISPLAY "Dispute " WS-CB-ID-INPUT " closed as won."
           ELSE
               DISPLAY "Dispute " WS-CB-ID-INPUT " lost - "
                       WS-CB-AMOUNT " reversed as payment "
                       WS-NEXT-PAYMENT-ID " and put back on invoice "
                       WS-CB-INVOICE-ID " as a debtor balance."
           END-IF.

       POST-CHARGEBACK-REVERSAL.
           PERFORM GENERATE-NEXT-PAYMENT-ID
           OPEN I-O PAYMENTS-FILE
           IF PMT-FILE-ERROR
               CLOSE PAYMENTS-FILE
               OPEN OUTPUT PAYMENTS-FILE
               CLOSE PAYMENTS-FILE
               OPEN I-O PAYMENTS-FILE
           END-IF
           MOVE WS-NEXT-PAYMENT-ID TO PAYMENT-ID
           MOVE WS-CB-INVOICE-ID TO PAYMENT-INVOICE-ID
           MOVE WS-CB-BOOKING-ID TO PAYMENT-BOOKING-ID
           MOVE 'Chargeback' TO PAYMENT-METHOD
           MOVE WS-CB-AMOUNT TO PAYMENT-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO PAYMENT-TIMESTAMP
           MOVE SPACES TO PAYMENT-SETTLE-CURR
           MOVE WS-CB-AMOUNT TO PAYMENT-SETTLE-AMT
           MOVE 0 TO PAYMENT-SESSION-ID
           MOVE SPACES TO PAYMENT-CARD-REF
           MOVE 'N' TO PAYMENT-RECON-FLAG
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE

           OPEN I-O INVOICES-FILE
           IF IV-FILE-OK
               MOVE WS-CB-INVOICE-ID TO INVOICE-ID
               READ INVOICES-FILE KEY IS INVOICE-ID
                   NOT INVALID KEY
                       IF PAID-AMOUNT > WS-CB-AMOUNT
                           SUBTRACT WS-CB-AMOUNT FROM PAID-AMOUNT
                       ELSE
                           MOVE 0 TO PAID-AMOUNT
                       END-IF
                       MOVE 'Y' TO DEBTOR-FLAG
                       MOVE 'CHARGEBACK LOST' TO DEBTOR-REASON
                       REWRITE INVOICE-RECORD
               END-READ
           END-IF
           CLOSE INVOICES-FILE.

       LIST-OPEN-DISPUTES.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           OPEN INPUT CHARGEBACK-FILE
           IF CB-FILE-ERROR
               DISPLAY "No disputes on file."
               CLOSE CHARGEBACK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OPEN-TOTAL
           DISPLAY "ID    PAYMT INV   REASON AMOUNT    DEADLINE DAYS"
           DISPLAY "-----------------------------------------------"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHARGEBACK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CB-STATUS = 'Open'
                           ADD 1 TO WS-OPEN-COUNT
                           ADD CB-AMOUNT TO WS-OPEN-TOTAL
                           COMPUTE WS-DAYS-LEFT =
                               FUNCTION INTEGER-OF-DATE(CB-DEADLINE)
                               - FUNCTION INTEGER-OF-DATE(
                                   WS-CURRENT-DATE-NUM)
                           MOVE WS-DAYS-LEFT TO WS-DAYS-DSP
                           IF WS-DAYS-LEFT < 0
                               DISPLAY CB-ID " " CB-PAYMENT-ID " "
                                   CB-INVOICE-ID " " CB-REASON-CODE
                                   " " CB-AMOUNT " " CB-DEADLINE
                                   WS-DAYS-DSP " OVERDUE"
                           ELSE
                               DISPLAY CB-ID " " CB-PAYMENT-ID " "
                                   CB-INVOICE-ID " " CB-REASON-CODE
                                   " " CB-AMOUNT " " CB-DEADLINE
                                   WS-DAYS-DSP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGEBACK-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Open disputes: " WS-OPEN-COUNT
                   "   amount at risk: " WS-OPEN-TOTAL.

      *****************************************************************
      * ID GENERATION PROCEDURES
      *****************************************************************
       OPEN-COUNTERS-FILE.
           *> The counter file opens EXCLUSIVE so two terminals can
           *> never hand out the same ID: the second opener backs off
           *> with a message and retries until the holder's brief
           *> open/read/close completes.
           MOVE 0 TO WS-CTR-RETRY-COUNT
           OPEN I-O COUNTERS-FILE
           PERFORM UNTIL CTR-FILE-OK
                   OR WS-CTR-FILE-STATUS = 35
                   OR WS-CTR-RETRY-COUNT >= 10
               ADD 1 TO WS-CTR-RETRY-COUNT
               DISPLAY "Counter file held by another terminal - "
                       "retrying (" WS-CTR-RETRY-COUNT " of 10)..."
               CLOSE COUNTERS-FILE
               CALL 'C$SLEEP' USING 1
               OPEN I-O COUNTERS-FILE
           END-PERFORM
           *> Only build a fresh counter file when it genuinely does
           *> not exist (status 35) - any other failure here means it
           *> is still locked, and OPEN OUTPUT would wipe every
           *> counter on it.
           IF CTR-FILE-ERROR AND WS-CTR-FILE-STATUS = 35
               OPEN OUTPUT COUNTERS-FILE
               CLOSE COUNTERS-FILE
               OPEN I-O COUNTERS-FILE
           END-IF.

       GENERATE-NEXT-CB-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'CHARGEBK' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-CB-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-CB-ID
           CLOSE COUNTERS-FILE.

       SEED-CB-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT CHARGEBACK-FILE
           IF CB-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ CHARGEBACK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF CB-ID > COUNTER-NEXT-ID
                               MOVE CB-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CHARGEBACK-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'CHARGEBK' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       GENERATE-NEXT-PAYMENT-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'PAYMENT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-PAYMENT-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-PAYMENT-ID
           CLOSE COUNTERS-FILE.

       *> First use of the PAYMENT counter - seed it from the highest
       *> PAYMENT-ID already on file so IDs stay unique.
       SEED-PAYMENT-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF PAYMENT-ID > COUNTER-NEXT-ID
                               MOVE PAYMENT-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYMENTS-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'PAYMENT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       *> The operator signed on in Main leaves their id in the
       *> session file; registrations and outcomes carry it.
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

       END PROGRAM chargebackRegister.
