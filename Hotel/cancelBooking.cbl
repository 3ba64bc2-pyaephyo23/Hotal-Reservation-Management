               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFUND-ID
               FILE STATUS IS WS-REFUND-FILE-STATUS.
           SELECT CREDITNOTE-FILE ASSIGN TO
               '../DATA/CREDITNOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ID
               FILE STATUS IS WS-CN-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
       COPY "./CopyBooks/REFUNDS.cpy".


       FD  CREDITNOTE-FILE.
       COPY "./CopyBooks/CREDITNOTE.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
       01 WS-LOOKUP-CHOICE   PIC 9.
       01 WS-LOOKUP-CUSTOMER-ID PIC 9(5).
       01 WS-FOUND           PIC X VALUE 'N'.
       *> Share-with link on the booking being cancelled
       01 WS-SHARE-ROLE      PIC X VALUE SPACE.
       01 WS-SHARE-WITH      PIC 9(5) VALUE 0.
       01 WS-SHARE-CANCELLED-ID PIC 9(5) VALUE 0.
       01 WS-CURRENT-DATE    PIC X(8).
       01 WS-CANCELLED-COUNT PIC 999 VALUE 0.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-LETTER-RATE     PIC 9(9).
       01 WS-LETTER-DEPOSIT  PIC 9(9).
       01 WS-LETTER-CALL-STATUS PIC S9(9) COMP.
       01 WS-LETTER-POLICY   PIC X(8).
       01 WS-LETTER-COMP     PIC X.
       01 WS-LETTER-FEE      PIC 9(9).

       *> Reinstating a cancelled booking - what the booking looked
       *> like when it was read, and what had to be undone.
       01 WS-RI-OLD-STATUS         PIC X(10).
       01 WS-RI-ROOM-ID            PIC X(5).
       01 WS-RI-CHECKIN-DATE       PIC 9(8).
       01 WS-RI-CHECKOUT-DATE      PIC 9(8).
       01 WS-RI-BOOKING-TYPE       PIC X(10).
       01 WS-RI-CUSTOMER-NAME      PIC X(30).
       01 WS-RI-DEPOSIT            PIC 9(9).
       01 WS-RI-RATE               PIC 9(9).
       01 WS-RI-POLICY             PIC X(8).
       01 WS-RI-COMP               PIC X.
       01 WS-RI-CONFIRM            PIC X.
       01 WS-RI-CONFLICT-FOUND     PIC X VALUE 'N'.
       01 WS-RI-CONFLICT-ID        PIC 9(5).
       01 WS-RI-INVOICES-VOIDED    PIC 9(3) VALUE 0.
       01 WS-RI-REFUNDS-REVERSED   PIC 9(3) VALUE 0.
       01 WS-RI-REFUNDS-PAID       PIC 9(3) VALUE 0.
       01 WS-RI-CANCELS-REVERSED   PIC 9(3) VALUE 0.
       01 WS-RI-STAMP              PIC X(14).
       01 WS-CN-FILE-STATUS        PIC 99.
           88 CN-FILE-OK           VALUE 00.
           88 CN-FILE-ERROR        VALUE 01 THRU 99.
       01 WS-NEXT-CN-ID            PIC 9(5).
       01 WS-INV-PERIOD-CLOSED     PIC X VALUE 'N'.

       COPY "./CopyBooks/AVAILADJ.cpy".
       COPY "./CopyBooks/CPOLAREA.cpy".

      *> Penalty under the booking's cancellation policy
       01 WS-CANCEL-PENALTY        PIC 9(9) VALUE 0.
       01 WS-PENALTY-RATE          PIC 9(9).
       01 WS-PENALTY-NIGHTS        PIC 9(5).
       01 WS-PENALTY-CURRENCY      PIC X(3).
       01 WS-PENALTY-PROPERTY      PIC X(4).
       01 WS-DEPOSIT-APPLIED       PIC 9(9) VALUE 0.
       01  WS-AVAIL-TODAY        PIC 9(8).

       LINKAGE SECTION.
           " (Past Check-in Date)      "
           DISPLAY "                    3. Cancel Booking By Booking I"
           "D or Customer ID           "
           DISPLAY "                    4. Reinstate A Cancelled Booki"
           "ng                         "
           DISPLAY "                                                   "
           DISPLAY "==================================================="
           "============================"
                   MOVE SPACES TO WS-CANCEL-REASON-CODE
                   PERFORM CANCEL-BOOKING-BY-ID-MENU
                   GO TO MAIN-PROCEDURE
               WHEN 4
                   PERFORM REINSTATE-BOOKING-PROCESS
                   GO TO MAIN-PROCEDURE
               WHEN 9
                   GOBACK
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY RED-COLOR "*** ERROR: Invalid selection. Ple"
                   "as"
                   "e choose 1, 2, 3, 4, or 9. ***" RESET-COLOR
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
                       MOVE BOOKING-STATUS TO WS-AUDIT-OLD-STATUS
                       MOVE "Cancelled" TO BOOKING-STATUS
                       MOVE ROOM-ID-BK TO WS-ROOM-ID
                       MOVE SPACE TO WS-SHARE-ROLE
                       MOVE 0 TO WS-SHARE-WITH
                       IF SHARE-ROLE-BK = 'P' OR SHARE-ROLE-BK = 'S'
                           MOVE SHARE-ROLE-BK TO WS-SHARE-ROLE
                           MOVE SHARE-WITH-BK TO WS-SHARE-WITH
                           MOVE 0 TO SHARE-WITH-BK
                           MOVE 0 TO SHARE-PCT-BK
                           MOVE SPACE TO SHARE-ROLE-BK
                       END-IF
                       PERFORM PRICE-CANCELLATION-PENALTY
                       MOVE FUNCTION CURRENT-DATE(1:14) TO
                           LAST-MODIFIED-AT
                       IF WS-CANCEL-REASON-CODE NOT = SPACES
                               DISPLAY "Press ENTER to continue..."
                               ACCEPT WS-DUMMY-INPUT
                           NOT INVALID KEY
                               *> A shared room stays sold - the
                               *> partner keeps it whole.
                               IF WS-SHARE-ROLE = SPACE
                                   PERFORM FREE-CANCELLED-NIGHTS
                               END-IF
                               MOVE 'Cancelled' TO WS-LETTER-KIND
                               MOVE BOOKING-ID TO WS-LETTER-BOOKING-ID
                               MOVE CUSTOMER-NAME-BK TO
                               MOVE 0 TO WS-LETTER-RATE
                               MOVE DEPOSIT-AMOUNT TO
                                   WS-LETTER-DEPOSIT
                               MOVE CANCEL-POLICY-BK TO
                                   WS-LETTER-POLICY
                               MOVE SPACE TO WS-LETTER-COMP
                               IF BOOKING-TYPE = 'Comp'
                                  OR BOOKING-TYPE = 'House-Use'
                                   MOVE 'C' TO WS-LETTER-COMP
                               END-IF
                               MOVE WS-CANCEL-PENALTY TO WS-LETTER-FEE
                               PERFORM WRITE-CONFIRMATION-LETTER
                               MOVE "Cancelled" TO WS-AUDIT-NEW-STATUS
                               PERFORM WRITE-AUDIT-LOG
                               IF WS-CANCEL-PENALTY > 0
                                   PERFORM CHARGE-CANCELLATION-PENALTY
                               END-IF
                               MOVE "Guest cancelled - deposit refund"
                                   TO WS-REFUND-REASON
                               PERFORM LOG-REFUND-FOR-CANCELLATION
                   END-IF
           END-READ
           CLOSE BOOKING-FILE
           IF WS-FOUND = 'Y' AND WS-SHARE-ROLE NOT = SPACE
               PERFORM RELEASE-SHARE-PARTNER
           END-IF
           IF WS-FOUND = 'Y' AND WS-SHARE-ROLE = SPACE
               PERFORM CANCEL-ROOM-PROCESS
           END-IF.

      *****************************************************************
      * CANCELLATION PENALTY
      * The booking's policy (CANCEL-POLICY-BK, blank = the house
      * default) is priced by cancelPolicy against the nights and
      * the rate the guest was quoted. Inside the deadline the
      * penalty is billed as a CXLFEE invoice, settled first from
      * any deposit held; only what is left of the deposit goes to
      * the refund ledger. Comp and house-use stays carry no terms,
      * and a shared room stays sold to the partner, so neither is
      * charged.
      *****************************************************************
       PRICE-CANCELLATION-PENALTY.
           MOVE 0 TO WS-CANCEL-PENALTY
           MOVE 0 TO WS-DEPOSIT-APPLIED
           IF BOOKING-TYPE = 'Comp' OR BOOKING-TYPE = 'House-Use'
              OR WS-SHARE-ROLE NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE BOOKED-RATE-BK TO WS-PENALTY-RATE
           MOVE SPACES TO WS-PENALTY-CURRENCY
           MOVE SPACES TO WS-PENALTY-PROPERTY
           OPEN INPUT ROOMS-FILE
           MOVE ROOM-ID-BK TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               NOT INVALID KEY
                   IF WS-PENALTY-RATE = 0
                       MOVE PRICE-PER-NIGHT TO WS-PENALTY-RATE
                   END-IF
                   MOVE CURRENCY-CODE TO WS-PENALTY-CURRENCY
                   MOVE R-PROPERTY TO WS-PENALTY-PROPERTY
           END-READ
           CLOSE ROOMS-FILE
           COMPUTE WS-PENALTY-NIGHTS =
               FUNCTION INTEGER-OF-DATE(CHECKOUT-DATE)
               - FUNCTION INTEGER-OF-DATE(CHECKIN-DATE)

           MOVE 'P' TO CPA-ACTION
           MOVE CANCEL-POLICY-BK TO CPA-CODE
           MOVE CHECKIN-DATE TO CPA-ARRIVAL-DATE
           MOVE WS-PENALTY-NIGHTS TO CPA-NIGHTS
           MOVE WS-PENALTY-RATE TO CPA-NIGHT-RATE
           CALL 'cancelPolicy' USING CANCEL-POLICY-AREA
           MOVE CPA-PENALTY TO WS-CANCEL-PENALTY
           IF WS-CANCEL-PENALTY > 0
               DISPLAY YELLOW-COLOR "Policy " FUNCTION TRIM(CPA-CODE)
                       " (" FUNCTION TRIM(CPA-DESC) "): "
                       "cancellation fee " WS-CANCEL-PENALTY
                       RESET-COLOR
           ELSE
               DISPLAY GREEN-COLOR "Policy " FUNCTION TRIM(CPA-CODE)
                       ": cancelled within the free period."
                       RESET-COLOR
           END-IF.

       *> The deposit still held pays the fee first; the CXLFEE
       *> invoice carries it as DEPOSIT-CREDIT the way a checkout
       *> invoice does, and the CANCELLATIONS row records the fee.
       CHARGE-CANCELLATION-PENALTY.
           MOVE 0 TO WS-DEPOSIT-APPLIED
           IF DEPOSIT-AMOUNT > 0 AND DEPOSIT-PAID-FLAG NOT = 'Y'
                   AND DEPOSIT-PAID-FLAG NOT = 'R'
               IF DEPOSIT-AMOUNT > WS-CANCEL-PENALTY
                   MOVE WS-CANCEL-PENALTY TO WS-DEPOSIT-APPLIED
               ELSE
                   MOVE DEPOSIT-AMOUNT TO WS-DEPOSIT-APPLIED
               END-IF
           END-IF

           PERFORM GENERATE-NEXT-INVOICE-ID
           OPEN I-O INVOICES-FILE
           MOVE WS-NEXT-INVOICE-ID TO INVOICE-ID
           MOVE 0 TO CHECKIN-ID-IV
           MOVE BOOKING-ID TO BOOKING-ID-IV
           MOVE 0 TO ROOM-CHARGE
           MOVE WS-CANCEL-PENALTY TO SERVICE-CHARGE
           MOVE 0 TO TAX-RATE
           COMPUTE TOTAL-CHARGE = WS-CANCEL-PENALTY - WS-DEPOSIT-APPLIED
           MOVE FUNCTION CURRENT-DATE(1:8) TO CREATED-AT-IV
           MOVE 1 TO SERVICE-ITEM-COUNT
           MOVE 'CXLFEE' TO SI-CODE(1)
           MOVE 'Cancellation Fee' TO SI-DESC(1)
           MOVE WS-CANCEL-PENALTY TO SI-PRICE(1)
           MOVE WS-DEPOSIT-APPLIED TO DEPOSIT-CREDIT
           MOVE WS-PENALTY-CURRENCY TO INVOICE-CURRENCY
           MOVE SPACES TO INVOICE-STATUS
           MOVE ZEROS TO PAID-AMOUNT
           MOVE 'N' TO DEBTOR-FLAG
           MOVE SPACES TO DEBTOR-REASON
           MOVE SPACES TO PROMO-CODE-IV
           MOVE ZEROS TO LEVY-AMOUNT-IV
           MOVE ZEROS TO RECEIPT-NO-IV
           MOVE SPACES TO TAX-EXEMPT-CERT-IV
           MOVE ZEROS TO EXEMPT-AMOUNT-IV
           MOVE ZEROS TO GRATUITY-IV
           MOVE WS-PENALTY-PROPERTY TO PROPERTY-IV
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "    " RED-COLOR "Error: Unable to write "
                   "cancellation fee invoice." RESET-COLOR
               NOT INVALID KEY
                   DISPLAY "    " GREEN-COLOR "Cancellation fee "
                   "invoice " INVOICE-ID " created." RESET-COLOR
                   IF WS-DEPOSIT-APPLIED > 0
                       DISPLAY "    Deposit applied to the fee: "
                               WS-DEPOSIT-APPLIED
                   END-IF
           END-WRITE
           CLOSE INVOICES-FILE

           ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           STRING WS-TS-YEAR WS-TS-MONTH WS-TS-DAY
                  WS-TS-HOURS WS-TS-MINUTES WS-TS-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-CANCEL-TIMESTAMP
           PERFORM GENERATE-NEXT-CANCEL-ID
           OPEN I-O CANCELLATIONS-FILE
           IF CANCEL-FILE-ERROR
               OPEN OUTPUT CANCELLATIONS-FILE
               CLOSE CANCELLATIONS-FILE
               OPEN I-O CANCELLATIONS-FILE
           END-IF
           MOVE WS-NEXT-CANCEL-ID TO CANCEL-ID
           MOVE BOOKING-ID TO CANCEL-BOOKING-ID
           MOVE CUSTOMER-NAME-BK TO CANCEL-CUSTOMER-NAME
           MOVE CHECKIN-DATE TO CANCEL-CHECKIN-DATE
           PERFORM READ-SESSION-OPERATOR
           MOVE SPACES TO CANCELLED-BY
           IF WS-CANCEL-REASON-CODE NOT = SPACES
               STRING 'PHONE/' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO CANCELLED-BY
           ELSE
               STRING 'DESK/' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO CANCELLED-BY
           END-IF
           MOVE WS-CANCEL-TIMESTAMP TO CANCEL-TIMESTAMP
           MOVE 'N' TO CANCEL-REVERSED-FLAG
           MOVE SPACES TO CANCEL-REVERSED-AT
           MOVE WS-CANCEL-PENALTY TO CANCEL-FEE-CHARGED
           WRITE CANCELLATION-RECORD
               INVALID KEY
                   DISPLAY "    " RED-COLOR "Error: Unable to write "
                   "cancellation log record." RESET-COLOR
           END-WRITE
           CLOSE CANCELLATIONS-FILE.

      *****************************************************************
      * SHARE-WITH CANCELLATION
      * When one side of a shared room cancels, the other side keeps
      * the room and now pays all of it: its link is cleared, so it
      * is an ordinary booking again - billed at 100% at checkout and
      * counted in the room-night tallies (the nights a principal
      * held pass straight to it, so availability does not move).
      *****************************************************************
       RELEASE-SHARE-PARTNER.
           OPEN I-O BOOKING-FILE
           MOVE WS-SHARE-WITH TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BOOKING-STATUS TO WS-AUDIT-OLD-STATUS
                   MOVE 0 TO SHARE-WITH-BK
                   MOVE 0 TO SHARE-PCT-BK
                   MOVE SPACE TO SHARE-ROLE-BK
                   MOVE FUNCTION CURRENT-DATE(1:14) TO
                       LAST-MODIFIED-AT
                   MOVE SPACES TO LAST-MODIFIED-REASON
                   STRING "Sharer " WS-BOOKING-ID
                       " cancelled - full rate"
                       DELIMITED BY SIZE INTO LAST-MODIFIED-REASON
                   REWRITE BOOKING-RECORD
                       NOT INVALID KEY
                           MOVE 'Unshared' TO WS-AUDIT-NEW-STATUS
                           MOVE WS-BOOKING-ID TO WS-SHARE-CANCELLED-ID
                           MOVE WS-SHARE-WITH TO WS-BOOKING-ID
                           PERFORM WRITE-AUDIT-LOG
                           MOVE WS-SHARE-CANCELLED-ID TO WS-BOOKING-ID
                           DISPLAY YELLOW-COLOR "Booking "
                               WS-SHARE-WITH " keeps room "
                               WS-ROOM-ID " at the full rate."
                               RESET-COLOR
                   END-REWRITE
           END-READ
           CLOSE BOOKING-FILE.

       CANCEL-ROOM-PROCESS.
           OPEN I-O ROOMS-FILE

           END-READ
           CLOSE ROOMS-FILE.

      *****************************************************************
      * REINSTATE A CANCELLED BOOKING
      * A guest who rings back after cancelling gets the same booking
      * back - same BOOKING-ID, group link, deposit, package and
      * segment - provided the room is still free for the original
      * dates. Whatever the cancellation set in motion is undone: an
      * unpaid fee invoice is voided against a credit note, a refund
      * still Pending is reversed, and the CANCELLATIONS row is marked
      * reversed so the cancellation analytics stop counting it.
      *****************************************************************
       REINSTATE-BOOKING-PROCESS.
           *> Reversing fees and refunds is dated today - refused
           *> once monthEndClose has locked today's period.
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY RED-COLOR "*** The accounting period for "
                       "today's date is CLOSED. No fee or refund "
                       "may be reversed. ***" RESET-COLOR
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF

           DISPLAY CLEAR-SCREEN
           DISPLAY CYAN-COLOR
           DISPLAY "==================================================="
           "============================"
           DISPLAY "                      REINSTATE CANCELLED BOOKING "
           DISPLAY "==================================================="
           "============================"
           RESET-COLOR
           DISPLAY "Enter Booking ID (0 to cancel): "
           ACCEPT WS-BOOKING-ID
           IF WS-BOOKING-ID = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BOOKING-FILE
           MOVE WS-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CLOSE BOOKING-FILE
                   DISPLAY " "
                   DISPLAY RED-COLOR "*** ERROR: Invalid Booking ID. *"
                   "**"
                   RESET-COLOR
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
                   EXIT PARAGRAPH
           END-READ
           MOVE BOOKING-STATUS TO WS-RI-OLD-STATUS
           MOVE ROOM-ID-BK TO WS-RI-ROOM-ID
           MOVE CHECKIN-DATE TO WS-RI-CHECKIN-DATE
           MOVE CHECKOUT-DATE TO WS-RI-CHECKOUT-DATE
           MOVE BOOKING-TYPE TO WS-RI-BOOKING-TYPE
           MOVE CUSTOMER-NAME-BK TO WS-RI-CUSTOMER-NAME
           MOVE DEPOSIT-AMOUNT TO WS-RI-DEPOSIT
           MOVE BOOKED-RATE-BK TO WS-RI-RATE
           MOVE CANCEL-POLICY-BK TO WS-RI-POLICY
           MOVE SPACE TO WS-RI-COMP
           IF BOOKING-TYPE = 'Comp' OR BOOKING-TYPE = 'House-Use'
               MOVE 'C' TO WS-RI-COMP
           END-IF
           CLOSE BOOKING-FILE

           *> Only a booking the hotel itself let go can come back -
           *> a guest cancellation or a swept No-Show - and only
           *> while the stay still has nights ahead of it.
           IF WS-RI-OLD-STATUS NOT = 'Cancelled'
              AND WS-RI-OLD-STATUS NOT = 'No-Show'
               DISPLAY " "
               DISPLAY YELLOW-COLOR "Booking is " WS-RI-OLD-STATUS
                       " - only a Cancelled or No-Show booking can "
                       "be reinstated." RESET-COLOR
               DISPLAY " "
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           IF WS-RI-CHECKOUT-DATE <= WS-CURRENT-DATE
               DISPLAY " "
               DISPLAY YELLOW-COLOR "The stay's check-out date has "
                       "passed - make a new booking instead."
                       RESET-COLOR
               DISPLAY " "
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "  Booking ID : " WS-BOOKING-ID
                   "   Status: " WS-RI-OLD-STATUS
           DISPLAY "  Customer   : " WS-RI-CUSTOMER-NAME
           DISPLAY "  Room       : " WS-RI-ROOM-ID
           DISPLAY "  Check-in   : " WS-RI-CHECKIN-DATE(1:4) "/"
                   WS-RI-CHECKIN-DATE(5:2) "/" WS-RI-CHECKIN-DATE(7:2)
                   "   Check-out: " WS-RI-CHECKOUT-DATE(1:4) "/"
                   WS-RI-CHECKOUT-DATE(5:2) "/"
                   WS-RI-CHECKOUT-DATE(7:2)
           DISPLAY "  Deposit    : " WS-RI-DEPOSIT

           *> Same room, same dates - someone may have taken the
           *> room since the cancellation freed it.
           PERFORM CHECK-REINSTATE-CONFLICT
           IF WS-RI-CONFLICT-FOUND = 'Y'
               DISPLAY " "
               DISPLAY RED-COLOR "*** Room " WS-RI-ROOM-ID " is now "
                       "held by booking " WS-RI-CONFLICT-ID
                       " for overlapping dates - cannot reinstate. ***"
                       RESET-COLOR
               DISPLAY " "
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Room is still free. Reinstate this booking? (Y/N): "
           ACCEPT WS-RI-CONFIRM
           IF WS-RI-CONFIRM NOT = 'Y' AND WS-RI-CONFIRM NOT = 'y'
               DISPLAY YELLOW-COLOR "Reinstatement abandoned."
               RESET-COLOR
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RI-INVOICES-VOIDED
           MOVE 0 TO WS-RI-REFUNDS-REVERSED
           MOVE 0 TO WS-RI-REFUNDS-PAID
           MOVE 0 TO WS-RI-CANCELS-REVERSED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RI-STAMP

           OPEN I-O BOOKING-FILE
           MOVE WS-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CLOSE BOOKING-FILE
                   DISPLAY RED-COLOR "*** ERROR: Booking record could "
                   "not be re-read. ***" RESET-COLOR
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
                   EXIT PARAGRAPH
           END-READ
           PERFORM REVERSE-PENDING-REFUNDS
           *> A deposit used up by a cancellation fee comes back with
           *> the fee invoice, which is reversed below.
           IF WS-RI-OLD-STATUS = 'Cancelled'
              AND DEPOSIT-PAID-FLAG = 'Y'
               MOVE 'N' TO DEPOSIT-PAID-FLAG
           END-IF
           MOVE 'Active' TO BOOKING-STATUS
           MOVE SPACES TO CANCEL-REASON-CODE
           MOVE WS-RI-STAMP TO LAST-MODIFIED-AT
           MOVE "Booking reinstated" TO LAST-MODIFIED-REASON
           REWRITE BOOKING-RECORD
               INVALID KEY
                   CLOSE BOOKING-FILE
                   DISPLAY RED-COLOR "*** ERROR: Unable to rewrite "
                   "booking record. ***" RESET-COLOR
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE BOOKING-FILE

           MOVE WS-RI-OLD-STATUS TO WS-AUDIT-OLD-STATUS
           MOVE 'Active' TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT-LOG

           *> A guest cancellation gave its future nights back to
           *> availability - take them again.
           IF WS-RI-OLD-STATUS = 'Cancelled'
               PERFORM HOLD-REINSTATED-NIGHTS
           END-IF

           PERFORM REVERSE-CANCEL-FEE-INVOICES
           PERFORM REVERSE-CANCELLATION-ROWS

           MOVE 'Reinstated' TO WS-LETTER-KIND
           MOVE WS-BOOKING-ID TO WS-LETTER-BOOKING-ID
           MOVE WS-RI-CUSTOMER-NAME TO WS-LETTER-GUEST-NAME
           MOVE WS-RI-ROOM-ID TO WS-LETTER-ROOM-ID
           MOVE WS-RI-CHECKIN-DATE TO WS-LETTER-CHECKIN
           MOVE WS-RI-CHECKOUT-DATE TO WS-LETTER-CHECKOUT
           MOVE WS-RI-RATE TO WS-LETTER-RATE
           MOVE WS-RI-DEPOSIT TO WS-LETTER-DEPOSIT
           MOVE WS-RI-POLICY TO WS-LETTER-POLICY
           MOVE WS-RI-COMP TO WS-LETTER-COMP
           MOVE 0 TO WS-LETTER-FEE
           PERFORM WRITE-CONFIRMATION-LETTER

           DISPLAY " "
           DISPLAY GREEN-COLOR "Booking ID " WS-BOOKING-ID
                   " reinstated - status Active." RESET-COLOR
           DISPLAY "  Fee invoices reversed    : " WS-RI-INVOICES-VOIDED
           DISPLAY "  Pending refunds reversed : "
                   WS-RI-REFUNDS-REVERSED
           DISPLAY "  Cancellation rows marked : "
                   WS-RI-CANCELS-REVERSED
           IF WS-RI-REFUNDS-PAID > 0
               DISPLAY YELLOW-COLOR "  " WS-RI-REFUNDS-PAID
                       " deposit refund(s) already approved or paid"
                       " - collect the deposit again." RESET-COLOR
           END-IF
           DISPLAY " "
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

       *> Any other live booking on the same room overlapping the
       *> original dates blocks the reinstatement - the same
       *> Active/Option test bookRoom applies to a new booking.
       CHECK-REINSTATE-CONFLICT.
           MOVE 'N' TO WS-RI-CONFLICT-FOUND
           MOVE 0 TO WS-RI-CONFLICT-ID
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOKING-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ROOM-ID-BK = WS-RI-ROOM-ID
                          AND BOOKING-ID NOT = WS-BOOKING-ID
                          AND (BOOKING-STATUS = 'Active'
                               OR BOOKING-STATUS = 'Option')
                           PERFORM JUDGE-REINSTATE-OVERLAP
                           IF WS-RI-CONFLICT-FOUND = 'Y'
                               MOVE BOOKING-ID TO WS-RI-CONFLICT-ID
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       *> Day-use stays hold no night - the same rules bookRoom's
       *> JUDGE-BOOKING-OVERLAP uses for a new booking.
       JUDGE-REINSTATE-OVERLAP.
           MOVE 'N' TO WS-RI-CONFLICT-FOUND
           EVALUATE TRUE
               WHEN WS-RI-BOOKING-TYPE = 'Day-Use'
                    AND BOOKING-TYPE = 'Day-Use'
                   IF CHECKIN-DATE = WS-RI-CHECKIN-DATE
                       MOVE 'Y' TO WS-RI-CONFLICT-FOUND
                   END-IF
               WHEN WS-RI-BOOKING-TYPE = 'Day-Use'
                   IF CHECKIN-DATE < WS-RI-CHECKIN-DATE
                      AND CHECKOUT-DATE > WS-RI-CHECKIN-DATE
                       MOVE 'Y' TO WS-RI-CONFLICT-FOUND
                   END-IF
               WHEN BOOKING-TYPE = 'Day-Use'
                   IF WS-RI-CHECKIN-DATE < CHECKIN-DATE
                      AND WS-RI-CHECKOUT-DATE > CHECKIN-DATE
                       MOVE 'Y' TO WS-RI-CONFLICT-FOUND
                   END-IF
               WHEN OTHER
                   IF WS-RI-CHECKIN-DATE <= CHECKOUT-DATE
                      AND WS-RI-CHECKOUT-DATE >= CHECKIN-DATE
                       MOVE 'Y' TO WS-RI-CONFLICT-FOUND
                   END-IF
           END-EVALUATE.

       *> A deposit refund still Pending has not left the building -
       *> reverse it and put the deposit back on the booking. One
       *> already Approved or Paid is past recall; the desk is told
       *> to collect the deposit again.
       REVERSE-PENDING-REFUNDS.
           OPEN I-O REFUNDS-FILE
           IF REFUND-FILE-ERROR
               CLOSE REFUNDS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFUNDS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REFUND-BOOKING-ID = WS-BOOKING-ID
                           EVALUATE FUNCTION TRIM(REFUND-STATUS)
                               WHEN 'Pending'
                                   MOVE 'Reversed' TO REFUND-STATUS
                                   REWRITE REFUND-RECORD
                                   ADD 1 TO WS-RI-REFUNDS-REVERSED
                               WHEN 'Approved'
                               WHEN 'Paid'
                                   ADD 1 TO WS-RI-REFUNDS-PAID
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUNDS-FILE
           IF WS-RI-REFUNDS-REVERSED > 0 AND WS-RI-REFUNDS-PAID = 0
              AND DEPOSIT-PAID-FLAG = 'R'
               MOVE 'N' TO DEPOSIT-PAID-FLAG
           END-IF.

       *> The no-show or cancellation fee billed when the booking was
       *> let go. An unpaid fee invoice in an open period is voided;
       *> in a closed period it stands and the credit note alone
       *> reverses it, as voidInvoice does. A fee the guest has
       *> already paid is left for the desk to refund; the part the
       *> deposit settled goes back with the deposit itself.
       REVERSE-CANCEL-FEE-INVOICES.
           OPEN I-O INVOICES-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOOKING-ID-IV = WS-BOOKING-ID
                          AND CHECKIN-ID-IV = 0
                          AND FUNCTION TRIM(INVOICE-STATUS) NOT = 'Void'
                           PERFORM REVERSE-ONE-FEE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE.

       REVERSE-ONE-FEE-INVOICE.
           IF PAID-AMOUNT > 0
               DISPLAY YELLOW-COLOR "  Fee invoice " INVOICE-ID
                       " has " PAID-AMOUNT " paid - refund it at the "
                       "desk." RESET-COLOR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INVOICE-PERIOD-OPEN
           IF WS-INV-PERIOD-CLOSED = 'N'
               MOVE 'Void' TO INVOICE-STATUS
               REWRITE INVOICE-RECORD
           END-IF
           PERFORM ISSUE-REINSTATE-CREDIT-NOTE
           ADD 1 TO WS-RI-INVOICES-VOIDED
           DISPLAY GREEN-COLOR "  Fee invoice " INVOICE-ID
                   " reversed by credit note " WS-NEXT-CN-ID "."
                   RESET-COLOR.

       CHECK-INVOICE-PERIOD-OPEN.
           MOVE 'N' TO WS-INV-PERIOD-CLOSED
           OPEN INPUT PERIODS-FILE
           IF CP-FILE-OK
               MOVE CREATED-AT-IV(1:6) TO CP-PERIOD
               READ PERIODS-FILE KEY IS CP-PERIOD
                   NOT INVALID KEY
                       IF CP-CLOSED-FLAG = 'Y'
                           MOVE 'Y' TO WS-INV-PERIOD-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE PERIODS-FILE.

       ISSUE-REINSTATE-CREDIT-NOTE.
           PERFORM GENERATE-NEXT-CN-ID
           OPEN I-O CREDITNOTE-FILE
           IF CN-FILE-ERROR
               CLOSE CREDITNOTE-FILE
               OPEN OUTPUT CREDITNOTE-FILE
               CLOSE CREDITNOTE-FILE
               OPEN I-O CREDITNOTE-FILE
           END-IF
           MOVE WS-NEXT-CN-ID TO CN-ID
           MOVE INVOICE-ID TO CN-INVOICE-ID
           MOVE TOTAL-CHARGE TO CN-AMOUNT
           MOVE "Booking reinstated" TO CN-REASON
           MOVE WS-RI-STAMP(1:8) TO CN-ISSUED-DATE
           PERFORM READ-SESSION-OPERATOR
           MOVE WS-OPERATOR-ID TO CN-ISSUED-BY
           WRITE CREDIT-NOTE-RECORD
           CLOSE CREDITNOTE-FILE.

       *> The cancellation log keeps its row - it happened - but
       *> flagged reversed with the time of the reinstatement.
       REVERSE-CANCELLATION-ROWS.
           OPEN I-O CANCELLATIONS-FILE
           IF CANCEL-FILE-ERROR
               CLOSE CANCELLATIONS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CANCELLATIONS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CANCEL-BOOKING-ID = WS-BOOKING-ID
                          AND CANCEL-REVERSED-FLAG NOT = 'Y'
                           MOVE 'Y' TO CANCEL-REVERSED-FLAG
                           MOVE WS-RI-STAMP TO CANCEL-REVERSED-AT
                           REWRITE CANCELLATION-RECORD
                           ADD 1 TO WS-RI-CANCELS-REVERSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANCELLATIONS-FILE.

       *> The reinstated booking's future nights come off the live
       *> availability counts again.
       HOLD-REINSTATED-NIGHTS.
           MOVE SPACES TO AA-ROOM-TYPE
           OPEN INPUT ROOMS-FILE
           MOVE WS-RI-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ROOM-TYPE TO AA-ROOM-TYPE
                   MOVE R-PROPERTY TO AA-PROPERTY
           END-READ
           CLOSE ROOMS-FILE
           IF AA-ROOM-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RI-CHECKIN-DATE > WS-CURRENT-DATE
               MOVE WS-RI-CHECKIN-DATE TO AA-FROM-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO AA-FROM-DATE
           END-IF
           MOVE WS-RI-CHECKOUT-DATE TO AA-TO-DATE
           IF AA-TO-DATE <= AA-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO AA-DIRECTION
           CALL 'availAdjust' USING AVAIL-ADJUST-AREA.

       GENERATE-NEXT-CN-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'CREDITNOTE' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-CN-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-CN-ID
           CLOSE COUNTERS-FILE.

       *> First use of the CREDITNOTE counter - seed it from the
       *> highest CN-ID already on file so IDs stay unique.
       SEED-CN-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT CREDITNOTE-FILE
           IF CN-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ CREDITNOTE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF CN-ID > COUNTER-NEXT-ID
                               MOVE CN-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CREDITNOTE-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'CREDITNOTE' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       CANCEL-EXPIRED-BOOKINGS.
           *> Same period guard as a hand cancellation - the sweep
           *> writes no-show fees and refunds dated today.
                   DELIMITED BY SIZE INTO CANCELLED-BY
           END-IF
           MOVE WS-CANCEL-TIMESTAMP TO CANCEL-TIMESTAMP
           MOVE 'N' TO CANCEL-REVERSED-FLAG
           MOVE SPACES TO CANCEL-REVERSED-AT
           IF WS-APPLY-NOSHOW-FEE = 'Y' OR WS-APPLY-NOSHOW-FEE = 'y'
               MOVE WS-NOSHOW-FEE TO CANCEL-FEE-CHARGED
           ELSE
               PERFORM CREATE-NOSHOW-FEE-INVOICE
           END-IF

           MOVE 0 TO WS-DEPOSIT-APPLIED
           MOVE "Booking expired - deposit refund" TO WS-REFUND-REASON
           PERFORM LOG-REFUND-FOR-CANCELLATION.

           MOVE SPACES TO PROMO-CODE-IV
           MOVE ZEROS TO LEVY-AMOUNT-IV
           MOVE ZEROS TO RECEIPT-NO-IV
           MOVE SPACES TO TAX-EXEMPT-CERT-IV
           MOVE ZEROS TO EXEMPT-AMOUNT-IV
           MOVE ZEROS TO GRATUITY-IV
           MOVE SPACES TO PROPERTY-IV
           WRITE INVOICE-RECORD
               INVALID KEY
           MOVE "------------------------------------------------"
               TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-LETTER-COMP NOT = SPACE
               MOVE "COMPLIMENTARY STAY - NO CANCELLATION CHARGE."
                   TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE 'L' TO CPA-ACTION
               MOVE WS-LETTER-POLICY TO CPA-CODE
               CALL 'cancelPolicy' USING CANCEL-POLICY-AREA
               MOVE CPA-TERMS-1 TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE CPA-TERMS-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF WS-LETTER-FEE > 0
               MOVE SPACES TO LETTER-LINE
               STRING "CANCELLATION FEE CHARGED: " WS-LETTER-FEE
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE "================================================"
               TO LETTER-LINE
           WRITE LETTER-LINE
       LOG-REFUND-FOR-CANCELLATION.
           IF DEPOSIT-AMOUNT > 0 AND DEPOSIT-PAID-FLAG NOT = 'Y'
                   AND DEPOSIT-PAID-FLAG NOT = 'R'
               COMPUTE WS-REFUND-AMOUNT =
                   DEPOSIT-AMOUNT - WS-DEPOSIT-APPLIED
               *> Deposit used up by the cancellation fee - nothing
               *> left to refund.
               IF WS-REFUND-AMOUNT = 0
                   MOVE 'Y' TO DEPOSIT-PAID-FLAG
                   REWRITE BOOKING-RECORD
                   EXIT PARAGRAPH
               END-IF
               PERFORM GENERATE-NEXT-REFUND-ID
               OPEN I-O REFUNDS-FILE
               IF REFUND-FILE-ERROR
               MOVE WS-NEXT-REFUND-ID TO REFUND-ID
               MOVE BOOKING-ID TO REFUND-BOOKING-ID
               MOVE CUSTOMER-NAME-BK TO REFUND-CUSTOMER-NAME
               MOVE WS-REFUND-AMOUNT TO REFUND-AMOUNT
               MOVE WS-REFUND-REASON TO REFUND-REASON
               MOVE 'Pending' TO REFUND-STATUS
               MOVE FUNCTION CURRENT-DATE(1:14) TO REFUND-TIMESTAMP
                       MOVE 'R' TO DEPOSIT-PAID-FLAG
                       REWRITE BOOKING-RECORD
                       DISPLAY "    " GREEN-COLOR "Deposit refund of "
                       WS-REFUND-AMOUNT " logged to refund ledger."
                       RESET-COLOR
               END-WRITE
               CLOSE REFUNDS-FILE
