               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-FILE-STATUS.
           SELECT LOSUSE-FILE ASSIGN TO '../DATA/LOSUSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LU-BOOKING-ID
               FILE STATUS IS WS-LU-FILE-STATUS.
           SELECT RATES-FILE ASSIGN TO '../DATA/RATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CODE
               FILE STATUS IS WS-SG-FILE-STATUS.
           SELECT COUNTRIES-FILE ASSIGN TO '../DATA/COUNTRIES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODE
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT GUESTPREF-FILE ASSIGN TO '../DATA/GUESTPREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  PROMOS-FILE.
       COPY "./CopyBooks/PROMOS.cpy".

       FD  LOSUSE-FILE.
       COPY "./CopyBooks/LOSUSE.cpy".

       FD  RATES-FILE.
       COPY "./CopyBooks/RATES.cpy".

       FD  SEGMENTS-FILE.
       COPY "./CopyBooks/SEGMENTS.cpy".

       FD  COUNTRIES-FILE.
       COPY "./CopyBooks/COUNTRIES.cpy".

       FD  GUESTPREF-FILE.
       COPY "./CopyBooks/GUESTPREF.cpy".

       01 WS-SEASON-ROOM-TYPE  PIC X(10).
       01 WS-SEASON-CHECK-DATE PIC 9(8).
       01 WS-SEASON-EOF        PIC X VALUE 'N'.

       *> The nightly rate agreed at booking and where it came from -
       *> locked onto the booking so a later rate change in
       *> manageRates or yieldPricing never reprices the stay
       01 WS-RATE-SOURCE       PIC X(8) VALUE 'RACK'.
       01 WS-BOOKED-RATE       PIC 9(9) VALUE 0.

       *> Adults and children in the room, and the nightly charge for
       *> the guests above the room type's base occupancy
       01 WS-ADULTS            PIC 9(2) VALUE 0.
       01 WS-CHILDREN          PIC 9(2) VALUE 0.
       01 WS-OCC-BASE          PIC 9(2) VALUE 0.
       01 WS-OCC-MAX           PIC 9(2) VALUE 0.
       01 WS-OCC-TOTAL         PIC 9(3) VALUE 0.
       01 WS-OCC-FREE-SLOTS    PIC 9(2) VALUE 0.
       01 WS-XADULT-CHG        PIC 9(7) VALUE 0.
       01 WS-XCHILD-CHG        PIC 9(7) VALUE 0.
       01 WS-EXTRA-ADULTS      PIC 9(2) VALUE 0.
       01 WS-EXTRA-CHILDREN    PIC 9(2) VALUE 0.
       01 WS-XPERSON-RATE      PIC 9(7) VALUE 0.
       01 WS-AUDIT-NEW-STATUS  PIC X(10).
       01 WS-ROOM-ID         PIC X(5).
       01 WS-FOUND           PIC X VALUE 'N'.
       01 WS-CUSTOMER-PHONE  PIC X(15).
       01 WS-CUSTOMER-EMAIL  PIC X(30).
       01 WS-NRC-NUMBER      PIC X(40).
       01 WS-CUST-NATION     PIC X(3).
       01 WS-CUST-RESID      PIC X(3).
       01 WS-CUST-ADDRESS    PIC X(40).
       01 WS-CUST-MKT        PIC X(3).
       01 WS-MKT-ANSWER      PIC X.
       01 WS-COMPANY-NAME    PIC X(30).
       01 WS-CORPORATE-RATE-PCT PIC 9(3).
       01 WS-BOOKING-ID      PIC 9(5) VALUE ZEROS.
       01 WS-PROMO-INPUT         PIC X(10).
       01 WS-PROMO-OK            PIC X.
       01 WS-PROMO-NIGHTS        PIC 9(3).
       01 WS-PROMO-PCT           PIC 9(2) VALUE 0.
       01 WS-LU-FILE-STATUS      PIC 99.
           88 LU-FILE-OK         VALUE 00.
           88 LU-FILE-ERROR      VALUE 01 THRU 99.
       *> Length-of-stay offer the stay earned, priced by losOffer
       01 WS-LOS-CODE            PIC X(10) VALUE SPACES.
       01 WS-LOS-BENEFIT         PIC 9(9) VALUE 0.
       COPY "./CopyBooks/LOSAREA.cpy".

       *> Negotiated company contract rate quoted for corporate
       *> bookings - same file checkOut bills from
       01 WS-SEGMENT-INPUT       PIC X(10).
       01 WS-SEGMENT-OK          PIC X.

       *> Country code table for nationality and residence
       01 WS-CC-FILE-STATUS      PIC 99.
           88 CC-FILE-OK         VALUE 00.
           88 CC-FILE-ERROR      VALUE 01 THRU 99.
       01 WS-COUNTRY-INPUT       PIC X(3).
       01 WS-COUNTRY-CODE        PIC X(3).
       01 WS-COUNTRY-OK          PIC X.

       *> Same-customer overlapping-booking guard
       01 WS-OVLP-FOUND          PIC X.
       01 WS-OVLP-BOOKING-ID     PIC 9(5).
       *> Live availability counts kept current on every commitment
       COPY "./CopyBooks/AVAILADJ.cpy".

       *> Cancellation policy attached to the booking and spelled
       *> out on the confirmation letter
       COPY "./CopyBooks/CPOLAREA.cpy".
       01 WS-CANCEL-POLICY       PIC X(8) VALUE SPACES.
       01 WS-POLICY-INPUT        PIC X(8).
       01 WS-LETTER-POLICY       PIC X(8).
       01 WS-LETTER-COMP         PIC X.

       *> Loanable equipment reserved with the booking, checked
       *> against every other booking's holds for the same dates
       01 WS-EQ-FILE-STATUS      PIC 99.
       01 WS-BOOKING-EOF     PIC X VALUE 'N'.
       01 WS-USER-CANCELLED  PIC X VALUE 'N'.
       01 WS-LONG-STAY-FLAG  PIC X VALUE 'N'.
       *> Complimentary ('C') or house-use ('H') stay - room billed
       *> at zero, authorized by a signed-on Manager with a reason.
       01 WS-COMP-KIND       PIC X VALUE SPACE.
       01 WS-COMP-REASON     PIC X(30) VALUE SPACES.
       01 WS-MAKE-CORP-CHOICE PIC X.

       *> Group reservation variables - links several room bookings
       01 WS-LETTER-CHECKOUT PIC 9(8).
       01 WS-LETTER-RATE     PIC 9(9).
       01 WS-LETTER-DEPOSIT  PIC 9(9).
       01 WS-LETTER-ADULTS   PIC 9(2).
       01 WS-LETTER-CHILDREN PIC 9(2).
       01 WS-LETTER-XPERSON  PIC 9(7).
       01 WS-LETTER-CALL-STATUS PIC S9(9) COMP.

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> City event / holiday the stay falls on
       COPY "./CopyBooks/EVENTAREA.cpy".
       01 WS-OTHER-EVENTS    PIC 9(3).

       *> Guest has asked us not to confirm the stay
       COPY "./CopyBooks/PRIVAREA.cpy".
       01 WS-PRIVACY-REQUESTED PIC X VALUE 'N'.
       01 WS-PRIVACY-ALIAS   PIC X(30).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.

       MAIN-PAGE.
           MOVE SPACES TO PII-MASK-AREA
           DISPLAY "***************************************************"
           DISPLAY "1. Book Room"
           DISPLAY "2. Corporate / Long-Stay Booking (over 28 days)"
           DISPLAY "7. Option Booking (hold until a decision date)"
           DISPLAY "8. Confirm an Option (deposit received)"
           DISPLAY "10. Day-Use Booking (10am-6pm, day rate)"
           DISPLAY "11. Complimentary / House-Use Stay (Manager)"
           DISPLAY "99. Go back to Main Menu"
           DISPLAY "***************************************************"
           ACCEPT WS-CHOICE
           MOVE SPACE TO WS-COMP-KIND
           EVALUATE WS-CHOICE
               WHEN 1
                   MOVE 'N' TO WS-LONG-STAY-FLAG
                   MOVE 'Y' TO WS-DAYUSE-FLAG
                   PERFORM BOOK-ROOM-PROCESS
                   GO TO MAIN-PAGE
               WHEN 11
                   MOVE 'N' TO WS-LONG-STAY-FLAG
                   MOVE 'N' TO WS-OPTION-FLAG
                   MOVE 'N' TO WS-DAYUSE-FLAG
                   PERFORM GET-COMP-AUTHORITY
                   IF WS-COMP-KIND NOT = SPACE
                       PERFORM BOOK-ROOM-PROCESS
                   END-IF
                   GO TO MAIN-PAGE
               WHEN 99
                   GOBACK
               WHEN OTHER
           MOVE 0 TO WS-BLOCK-ID
           MOVE SPACES TO WS-PACKAGE-CODE
           MOVE SPACES TO WS-PROMO-CODE
           MOVE 0 TO WS-PROMO-PCT
           MOVE SPACES TO WS-LOS-CODE
           MOVE 0 TO WS-LOS-BENEFIT
           MOVE SPACES TO WS-CANCEL-POLICY
           MOVE 'RACK' TO WS-RATE-SOURCE
           MOVE SPACES TO WS-COMPANY-NAME
           MOVE 'WALKIN' TO WS-SEGMENT-CODE
           MOVE 0 TO WS-OPTION-DECIDE-DATE
               *> A day-use stay begins and ends the same date - no
               *> night is held, the evening arrival still sells.
               MOVE WS-CHECKIN-DATE TO WS-CHECKOUT-DATE
               PERFORM SHOW-STAY-EVENT
           ELSE
               PERFORM VALIDATE-CHECKOUT-DATE
               IF WS-USER-CANCELLED = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> Step 2a: Who is staying - priced above the room type's
           *> base occupancy, refused above its maximum.
           PERFORM ASK-OCCUPANCY
           IF WS-USER-CANCELLED = 'Y'
               PERFORM BOOK-ROOM-RETRY
               EXIT PARAGRAPH
           END-IF

           *> Step 3: Check for available rooms of that type
           PERFORM CHECK-ROOM-AVAILABILITY

               *> the promo file before it rides on the booking.
               PERFORM ASK-PROMO-CODE

               *> Step 5b0: A length-of-stay offer the dates earn is
               *> applied without being asked for.
               PERFORM FIND-LOS-OFFER

               *> Step 5b1: The cancellation policy the rate is sold
               *> on - the promo's or package's own when it names
               *> one, otherwise the guest's choice.
               PERFORM ASK-CANCEL-POLICY

               *> Step 5c: How did this business reach us - keyed by
               *> the clerk against the segment code table, so the
               *> revenue mix stops being guesswork.
               PERFORM ASK-SEGMENT-CODE

               *> Step 5d: Some guests ask that we never confirm
               *> they are staying.
               PERFORM ASK-GUEST-PRIVACY

               *> Step 6: Create booking
               PERFORM CREATE-BOOKING

                           " housekeeping turns the room before "
                           "the night arrival."
               END-IF
               DISPLAY "Locked Rate   : " WS-SELECTED-ROOM-CURR
                       " " WS-BOOKED-RATE " per night ("
                       FUNCTION TRIM(WS-RATE-SOURCE) ")"
               DISPLAY "Occupancy     : " WS-ADULTS " adult(s), "
                       WS-CHILDREN " child(ren)"
               IF WS-XPERSON-RATE > 0
                   DISPLAY "Extra Persons : " WS-SELECTED-ROOM-CURR
                           " " WS-XPERSON-RATE " per night"
               END-IF
               IF WS-DEPOSIT-AMOUNT > 0
                   DISPLAY "Deposit Taken : " WS-SELECTED-ROOM-CURR
                           " " WS-DEPOSIT-AMOUNT
               END-IF
               IF WS-LOS-CODE NOT = SPACES
                   DISPLAY "Stay Offer    : "
                           FUNCTION TRIM(LA-OFFER-DESC) " - "
                           WS-SELECTED-ROOM-CURR " " WS-LOS-BENEFIT
                           " off the stay"
               END-IF
               DISPLAY "========================================"
           ELSE
               *> Only show "no rooms available" if user didn't cancel
           MOVE 'N' TO WS-USER-CANCELLED
           MOVE SPACES TO WS-PACKAGE-CODE
           MOVE SPACES TO WS-PROMO-CODE
           MOVE 0 TO WS-PROMO-PCT
           MOVE SPACES TO WS-LOS-CODE
           MOVE 0 TO WS-LOS-BENEFIT
           MOVE SPACES TO WS-CANCEL-POLICY
           MOVE 'RACK' TO WS-RATE-SOURCE

           PERFORM VALIDATE-CHECKIN-DATE
           IF WS-USER-CANCELLED = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> One policy for the whole block.
           PERFORM ASK-CANCEL-POLICY
           PERFORM ASK-GUEST-PRIVACY

           PERFORM GENERATE-NEXT-GROUP-ID
           MOVE WS-NEXT-GROUP-ID TO WS-GROUP-ID
           DISPLAY "Group Reservation ID: " WS-GROUP-ID
                   EXIT PERFORM
               END-IF

               PERFORM ASK-OCCUPANCY
               IF WS-USER-CANCELLED = 'Y'
                   EXIT PERFORM
               END-IF

               PERFORM CHECK-ROOM-AVAILABILITY
               IF WS-FOUND = 'Y'
                   PERFORM GET-DEPOSIT-AMOUNT
           IF WS-CONTRACT-FOUND = 'Y'
               MOVE 'Y' TO WS-SEASONAL-RATE-FOUND
               MOVE WS-CONTRACT-RATE TO WS-SEASONAL-PRICE
           END-IF

           *> Remember which table priced the stay; CREATE-BOOKING
           *> locks it onto the booking with the rate itself.
           EVALUATE TRUE
               WHEN WS-CONTRACT-FOUND = 'Y'
                   MOVE 'CONTRACT' TO WS-RATE-SOURCE
               WHEN WS-SEASONAL-RATE-FOUND = 'Y'
                   MOVE 'SEASONAL' TO WS-RATE-SOURCE
               WHEN OTHER
                   MOVE 'RACK' TO WS-RATE-SOURCE
           END-EVALUATE.

       CHECK-CONTRACT-RATE.
           MOVE 'N' TO WS-CONTRACT-FOUND
                       MOVE CHECKOUT-DATE TO WS-LETTER-CHECKOUT
                       MOVE 0 TO WS-LETTER-RATE
                       MOVE DEPOSIT-AMOUNT TO WS-LETTER-DEPOSIT
                       MOVE 0 TO WS-LETTER-ADULTS
                       MOVE 0 TO WS-LETTER-CHILDREN
                       MOVE 0 TO WS-LETTER-XPERSON
                       IF ADULTS-BK IS NUMERIC
                           MOVE ADULTS-BK TO WS-LETTER-ADULTS
                           MOVE CHILDREN-BK TO WS-LETTER-CHILDREN
                           MOVE XPERSON-RATE-BK TO WS-LETTER-XPERSON
                       END-IF
                       MOVE CANCEL-POLICY-BK TO WS-LETTER-POLICY
                       MOVE SPACE TO WS-LETTER-COMP
                       IF BOOKING-TYPE = 'Comp'
                          OR BOOKING-TYPE = 'House-Use'
                           MOVE 'C' TO WS-LETTER-COMP
                       END-IF
                       PERFORM WRITE-CONFIRMATION-LETTER
               END-READ
               CLOSE BOOKING-FILE

               *> An offer the booking carries is re-priced on the
               *> new length.
               PERFORM REPRICE-LOS-FOR-AMEND

               *> The added (or surrendered) nights go straight to
               *> the live availability counts.
               PERFORM ADJUST-AVAIL-FOR-AMEND
       *> would this cost?" without committing a room.
       GET-QUOTE-PROCESS.
           MOVE 'N' TO WS-USER-CANCELLED
           MOVE 'N' TO WS-DAYUSE-FLAG
           MOVE SPACES TO WS-PROMO-CODE

           PERFORM VALIDATE-CHECKIN-DATE
           IF WS-USER-CANCELLED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-OCCUPANCY
           IF WS-USER-CANCELLED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ROOM-AVAILABILITY

           IF WS-FOUND = 'Y'
               COMPUTE WS-QUOTE-TOTAL =
                   (WS-SELECTED-ROOM-PRICE + WS-XPERSON-RATE)
                   * WS-DAYS-DIFFERENCE
               PERFORM FIND-LOS-OFFER
               SUBTRACT WS-LOS-BENEFIT FROM WS-QUOTE-TOTAL
               DISPLAY "================ QUOTE ================"
               DISPLAY "Room Type     : " WS-ROOM-TYPE
               DISPLAY "Room          : " WS-ROOM-ID
               DISPLAY "Nights        : " WS-DAYS-DIFFERENCE
               DISPLAY "Rate / Night  : " WS-SELECTED-ROOM-CURR " "
                       WS-SELECTED-ROOM-PRICE
               DISPLAY "Occupancy     : " WS-ADULTS " adult(s), "
                       WS-CHILDREN " child(ren)"
               IF WS-XPERSON-RATE > 0
                   DISPLAY "Extra Persons : " WS-SELECTED-ROOM-CURR " "
                           WS-XPERSON-RATE " per night ("
                           WS-EXTRA-ADULTS " adult(s), "
                           WS-EXTRA-CHILDREN " child(ren) over base)"
               END-IF
               IF WS-LOS-CODE NOT = SPACES
                   DISPLAY "Stay Offer    : "
                           FUNCTION TRIM(LA-OFFER-DESC) " - less "
                           WS-SELECTED-ROOM-CURR " " WS-LOS-BENEFIT
               END-IF
               DISPLAY "Estimated Total: " WS-SELECTED-ROOM-CURR " "
                       WS-QUOTE-TOTAL
               DISPLAY "========================================"
           MOVE WS-SELECTED-ROOM-PRICE TO QUOTE-RATE
           MOVE WS-QUOTE-TOTAL TO QUOTE-TOTAL
           MOVE WS-SELECTED-ROOM-CURR TO QUOTE-CURRENCY
           MOVE WS-ADULTS TO QUOTE-ADULTS
           MOVE WS-CHILDREN TO QUOTE-CHILDREN
           MOVE WS-XPERSON-RATE TO QUOTE-XPERSON-RATE
           MOVE WS-CURRENT-DATE-NUM TO QUOTE-ISSUED-DATE
           COMPUTE QUOTE-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-QUOTE-EXPIRY-INT)
           MOVE 'N' TO WS-USER-CANCELLED
           MOVE SPACES TO WS-PACKAGE-CODE
           MOVE SPACES TO WS-PROMO-CODE
           MOVE 0 TO WS-PROMO-PCT
           MOVE SPACES TO WS-LOS-CODE
           MOVE 0 TO WS-LOS-BENEFIT
           MOVE SPACES TO WS-CANCEL-POLICY
           DISPLAY "Enter Quote ID (0 to cancel): "
           ACCEPT WS-QUOTE-ID-IN
           IF WS-QUOTE-ID-IN = 0
           MOVE QUOTE-CHECKIN-DATE TO WS-CHECKIN-DATE
           MOVE QUOTE-CHECKOUT-DATE TO WS-CHECKOUT-DATE
           MOVE QUOTE-NIGHTS TO WS-DAYS-DIFFERENCE
           *> The occupancy and extra-person charge quoted ride along
           *> with the quoted rate.
           MOVE 0 TO WS-ADULTS
           MOVE 0 TO WS-CHILDREN
           MOVE 0 TO WS-XPERSON-RATE
           IF QUOTE-ADULTS IS NUMERIC
               MOVE QUOTE-ADULTS TO WS-ADULTS
               MOVE QUOTE-CHILDREN TO WS-CHILDREN
               MOVE QUOTE-XPERSON-RATE TO WS-XPERSON-RATE
           END-IF

           DISPLAY "Quote " WS-QUOTE-ID-IN ": "
                   FUNCTION TRIM(QUOTE-ROOM-TYPE) " "
           *> whatever the calendar says today.
           MOVE QUOTE-RATE TO WS-SELECTED-ROOM-PRICE
           MOVE QUOTE-CURRENCY TO WS-SELECTED-ROOM-CURR
           MOVE 'QUOTE' TO WS-RATE-SOURCE

           PERFORM VALIDATE-CUSTOMER-NAME
           IF WS-USER-CANCELLED = 'Y'

           MOVE 0 TO WS-GROUP-ID
           PERFORM GET-DEPOSIT-AMOUNT
           PERFORM ASK-CANCEL-POLICY
           PERFORM FIND-LOS-OFFER
           PERFORM ASK-GUEST-PRIVACY
           PERFORM CREATE-BOOKING
           PERFORM MARK-QUOTE-CONVERTED

                      IF WS-CUST-REC-NAME-UPPER = WS-CUSTOMER-NAME-UPPER
                       DISPLAY "Customer exists with following details:"
                       DISPLAY "ID: " CUSTOMER-ID
                       MOVE CUSTOMER-PHONE TO PM-VALUE
                       CALL 'maskPii' USING PII-MASK-AREA
                       DISPLAY "Phone: " PM-VALUE(1:15)
                       MOVE CUSTOMER-EMAIL TO PM-VALUE
                       CALL 'maskPii' USING PII-MASK-AREA
                       DISPLAY "Email: " PM-VALUE(1:30)
                       MOVE NRC-NUMBER TO PM-VALUE
                       CALL 'maskPii' USING PII-MASK-AREA
                       DISPLAY "NRC: " PM-VALUE
                       DISPLAY "Use this customer? (Y/N/C to cancel): "
                           ACCEPT WS-EXIST-CHOICE

               EXIT PARAGRAPH
           END-IF

           PERFORM GET-CUSTOMER-NATIONALITY
           PERFORM GET-MARKETING-CONSENT

           *> Find next customer ID
           PERFORM GENERATE-NEXT-CUSTOMER-ID
           MOVE WS-NEXT-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE 'N' TO BLACKLIST-FLAG
           MOVE ZEROS TO CUSTOMER-DOB
           MOVE ZEROS TO CUSTOMER-ANNIV
           MOVE WS-CUST-NATION TO CUSTOMER-NATIONALITY
           MOVE WS-CUST-RESID TO CUSTOMER-RESIDENCE
           MOVE WS-CUST-ADDRESS TO CUSTOMER-ADDRESS
           MOVE WS-CUST-MKT TO CUSTOMER-MKT-CONSENT
           IF WS-CUST-MKT = SPACES
               MOVE ZEROS TO CUSTOMER-CONSENT-DATE
               MOVE SPACES TO CUSTOMER-CONSENT-SOURCE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO CUSTOMER-CONSENT-DATE
               MOVE 'bookRoom' TO CUSTOMER-CONSENT-SOURCE
           END-IF
           MOVE 'Desk' TO CUSTOMER-SOURCE

           OPEN I-O CUSTOMER-FILE
           WRITE CUSTOMER-RECORD
      *> it, same as other optional steps in this booking flow.
       GET-DEPOSIT-AMOUNT.
           MOVE ZEROS TO WS-DEPOSIT-AMOUNT
           *> Nothing to secure on a stay that bills no room.
           IF WS-COMP-KIND NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Collect a deposit now? (Y/N): "
           ACCEPT WS-DEPOSIT-CHOICE
               END-IF
           END-IF.

      *****************************************************************
      * GET-COMP-AUTHORITY - a complimentary or house-use stay bills
      * the room at zero, so only a signed-on Manager may make one
      * and the reason goes on the booking for the comp register.
      * Incidentals still bill as normal at checkout.
      *****************************************************************
       GET-COMP-AUTHORITY.
           MOVE SPACE TO WS-COMP-KIND
           MOVE SPACES TO WS-COMP-REASON
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
               DISPLAY "Complimentary and house-use stays need a "
                       "Manager sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "1. Complimentary (inspector, contractor, VIP)"
           DISPLAY "2. House Use (staff)"
           DISPLAY "Choice (0 to cancel): "
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   MOVE 'C' TO WS-COMP-KIND
               WHEN 2
                   MOVE 'H' TO WS-COMP-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Reason (required): "
           ACCEPT WS-COMP-REASON
           IF WS-COMP-REASON = SPACES
               DISPLAY "A comp must carry a reason - nothing booked."
               MOVE SPACE TO WS-COMP-KIND
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Authorized by " WS-OPERATOR-ID
                   " - room will bill at zero.".

       CREATE-BOOKING.
           *> Generate booking ID
           PERFORM GENERATE-NEXT-BOOKING-ID
               MOVE 'Active' TO BOOKING-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-COMP-KIND = 'C'
                   MOVE 'Comp' TO BOOKING-TYPE
               WHEN WS-COMP-KIND = 'H'
                   MOVE 'House-Use' TO BOOKING-TYPE
               WHEN WS-DAYUSE-FLAG = 'Y'
                   MOVE 'Day-Use' TO BOOKING-TYPE
               WHEN WS-LONG-STAY-FLAG = 'Y'
           MOVE WS-OPTION-DECIDE-DATE TO OPTION-DECIDE-DATE
           MOVE WS-ROUTE-CODE TO ROUTE-CODE-BK
           MOVE WS-PROPERTY TO PROPERTY-BK
           PERFORM LOCK-BOOKED-RATE
           MOVE WS-BOOKED-RATE TO BOOKED-RATE-BK
           MOVE WS-RATE-SOURCE TO RATE-SOURCE-BK
           MOVE WS-ADULTS TO ADULTS-BK
           MOVE WS-CHILDREN TO CHILDREN-BK
           MOVE WS-XPERSON-RATE TO XPERSON-RATE-BK
           MOVE SPACES TO OCC-WAIVER-BY-BK
           MOVE 0 TO SHARE-WITH-BK
           MOVE 0 TO SHARE-PCT-BK
           MOVE SPACES TO SHARE-ROLE-BK
           IF WS-COMP-KIND = SPACE
               MOVE SPACES TO COMP-AUTH-BY-BK
               MOVE SPACES TO COMP-REASON-BK
           ELSE
               MOVE WS-OPERATOR-ID TO COMP-AUTH-BY-BK
               MOVE WS-COMP-REASON TO COMP-REASON-BK
           END-IF
           MOVE WS-CANCEL-POLICY TO CANCEL-POLICY-BK
           WRITE BOOKING-RECORD
           CLOSE BOOKING-FILE

           PERFORM COUNT-PROMO-REDEMPTION
           PERFORM RECORD-LOS-OFFER

           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           IF WS-OPTION-FLAG = 'Y'
           MOVE WS-ROOM-ID TO WS-LETTER-ROOM-ID
           MOVE WS-CHECKIN-DATE TO WS-LETTER-CHECKIN
           MOVE WS-CHECKOUT-DATE TO WS-LETTER-CHECKOUT
           MOVE WS-BOOKED-RATE TO WS-LETTER-RATE
           MOVE WS-DEPOSIT-AMOUNT TO WS-LETTER-DEPOSIT
           MOVE WS-ADULTS TO WS-LETTER-ADULTS
           MOVE WS-CHILDREN TO WS-LETTER-CHILDREN
           MOVE WS-XPERSON-RATE TO WS-LETTER-XPERSON
           MOVE WS-CANCEL-POLICY TO WS-LETTER-POLICY
           MOVE WS-COMP-KIND TO WS-LETTER-COMP
           PERFORM WRITE-CONFIRMATION-LETTER

           *> A booking drawn against a block takes one room off

           *> Remember what this guest asked for.
           PERFORM SAVE-GUEST-PREFERENCES
           PERFORM RECORD-GUEST-PRIVACY

           *> Rollaway, crib or extra bed reserved now so it is not
           *> promised twice for the same dates.
           *> journal entry.
           PERFORM MARK-INTENT-DONE.

      *****************************************************************
      * LOCKED BOOKING RATE
      * The nightly rate the guest agreed to is written onto the
      * booking with its source, and checkOut bills that figure
      * rather than re-deriving the price at departure. A promo
      * takes its percentage off here, once, so the locked figure
      * is the net rate; a meal-plan package keeps the room rate
      * but is recorded as the source the guest bought. A quoted
      * rate keeps the QUOTE source set when the quote was taken up.
      *****************************************************************
       LOCK-BOOKED-RATE.
           MOVE WS-SELECTED-ROOM-PRICE TO WS-BOOKED-RATE
           IF WS-RATE-SOURCE = SPACES
               MOVE 'RACK' TO WS-RATE-SOURCE
           END-IF
           IF WS-PROMO-CODE NOT = SPACES AND WS-PROMO-PCT > 0
               COMPUTE WS-BOOKED-RATE = WS-SELECTED-ROOM-PRICE -
                   (WS-SELECTED-ROOM-PRICE * WS-PROMO-PCT / 100)
               MOVE 'PROMO' TO WS-RATE-SOURCE
           ELSE
               IF WS-PACKAGE-CODE NOT = SPACES
                   MOVE 'PACKAGE' TO WS-RATE-SOURCE
               END-IF
           END-IF.

      *****************************************************************
      * LENGTH-OF-STAY OFFERS
      * The best Active offer in LOSOFFER.DAT the dates earn is found
      * by losOffer and shown to the guest; it is not a rate, so the
      * locked nightly rate is untouched and checkOut prices the
      * offer night by night on the nights actually stayed. The
      * booking's offer and the benefit quoted are kept in
      * LOSUSE.DAT, which checkOut settles and the take-up report
      * reads. An offer does not combine with a promo code, a
      * company contract rate or a complimentary stay, and a
      * day-use stay has no nights to earn one.
      *****************************************************************
       FIND-LOS-OFFER.
           MOVE SPACES TO WS-LOS-CODE
           MOVE 0 TO WS-LOS-BENEFIT
           IF WS-PROMO-CODE NOT = SPACES
              OR WS-RATE-SOURCE = 'CONTRACT'
              OR WS-COMP-KIND NOT = SPACE
              OR WS-DAYUSE-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO LA-MODE
           MOVE WS-ROOM-TYPE TO LA-ROOM-TYPE
           MOVE WS-CHECKIN-DATE TO LA-CHECKIN-DATE
           MOVE WS-CHECKOUT-DATE TO LA-CHECKOUT-DATE
           MOVE WS-SELECTED-ROOM-PRICE TO LA-RATE
           CALL 'losOffer' USING LOS-OFFER-AREA
           EVALUATE LA-RESULT
               WHEN 'Y'
                   MOVE LA-OFFER-CODE TO WS-LOS-CODE
                   MOVE LA-BENEFIT TO WS-LOS-BENEFIT
                   IF LA-FREE-NIGHTS > 0
                       DISPLAY "Offer " FUNCTION TRIM(LA-OFFER-CODE)
                               " (" FUNCTION TRIM(LA-OFFER-DESC)
                               ") applies - " LA-FREE-NIGHTS
                               " free night(s), worth "
                               LA-BENEFIT "."
                   ELSE
                       DISPLAY "Offer " FUNCTION TRIM(LA-OFFER-CODE)
                               " (" FUNCTION TRIM(LA-OFFER-DESC)
                               ") applies - " LA-BENEFIT
                               " off " LA-OFFER-NIGHTS " night(s)."
                   END-IF
               WHEN 'S'
                   DISPLAY "Tip: a stay of " LA-MIN-NIGHTS
                           " nights earns offer "
                           FUNCTION TRIM(LA-OFFER-CODE) " ("
                           FUNCTION TRIM(LA-OFFER-DESC) ")."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> An option earns the offer like any booking; the row is
       *> settled or withdrawn at checkout.
       RECORD-LOS-OFFER.
           IF WS-LOS-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOSUSE-FILE
           IF LU-FILE-ERROR
               CLOSE LOSUSE-FILE
               OPEN OUTPUT LOSUSE-FILE
               CLOSE LOSUSE-FILE
               OPEN I-O LOSUSE-FILE
           END-IF
           INITIALIZE LOS-USE-RECORD
           MOVE WS-BOOKING-ID TO LU-BOOKING-ID
           MOVE WS-LOS-CODE TO LU-OFFER-CODE
           MOVE WS-ROOM-TYPE TO LU-ROOM-TYPE
           MOVE WS-CHECKIN-DATE TO LU-CHECKIN-DATE
           MOVE LA-NIGHTS TO LU-NIGHTS-BOOKED
           MOVE WS-BOOKED-RATE TO LU-RATE
           MOVE WS-LOS-BENEFIT TO LU-BENEFIT-QUOTED
           MOVE 'Booked' TO LU-STATUS
           MOVE WS-CREATED-AT-TIMESTAMP TO LU-BOOKED-AT
           WRITE LOS-USE-RECORD
               INVALID KEY
                   REWRITE LOS-USE-RECORD
           END-WRITE
           CLOSE LOSUSE-FILE.

       REPRICE-LOS-FOR-AMEND.
           OPEN I-O LOSUSE-FILE
           IF LU-FILE-ERROR
               CLOSE LOSUSE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMEND-BOOKING-ID TO LU-BOOKING-ID
           READ LOSUSE-FILE KEY IS LU-BOOKING-ID
               INVALID KEY
                   CLOSE LOSUSE-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'P' TO LA-MODE
           MOVE LU-OFFER-CODE TO LA-OFFER-CODE
           MOVE LU-ROOM-TYPE TO LA-ROOM-TYPE
           MOVE LU-CHECKIN-DATE TO LA-CHECKIN-DATE
           MOVE WS-CHECKOUT-DATE TO LA-CHECKOUT-DATE
           MOVE LU-RATE TO LA-RATE
           CALL 'losOffer' USING LOS-OFFER-AREA
           MOVE LA-NIGHTS TO LU-NIGHTS-BOOKED
           MOVE LA-BENEFIT TO LU-BENEFIT-QUOTED
           REWRITE LOS-USE-RECORD
           CLOSE LOSUSE-FILE
           IF LA-RESULT = 'Y'
               DISPLAY "Offer " FUNCTION TRIM(LU-OFFER-CODE)
                       " now worth " LA-BENEFIT " on the new dates."
           ELSE
               DISPLAY "The new dates no longer earn offer "
                       FUNCTION TRIM(LU-OFFER-CODE) " (needs "
                       LA-MIN-NIGHTS " nights)."
           END-IF.

      *****************************************************************
      * OCCUPANCY AND EXTRA-PERSON CHARGES
      * The room type carries the occupancy its rate includes, the
      * most it may sleep, and a nightly charge for each adult and
      * child above the included occupancy. Adults take up the
      * included places first; children only pay for the places
      * left over. The charge is fixed now and rides the booking,
      * like the room rate, so checkOut bills what was agreed.
      *****************************************************************
       ASK-OCCUPANCY.
           PERFORM LOAD-OCCUPANCY-RULES
           MOVE 0 TO WS-ADULTS
           MOVE 0 TO WS-CHILDREN
           MOVE 0 TO WS-XPERSON-RATE
           PERFORM UNTIL WS-ADULTS > 0
               DISPLAY "Number of adults (1-" WS-OCC-MAX
                       ", 0 to cancel): "
               ACCEPT WS-ADULTS
               IF WS-ADULTS = 0
                   MOVE 'Y' TO WS-USER-CANCELLED
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Number of children: "
               ACCEPT WS-CHILDREN
               COMPUTE WS-OCC-TOTAL = WS-ADULTS + WS-CHILDREN
               IF WS-OCC-TOTAL > WS-OCC-MAX
                   DISPLAY "A " FUNCTION TRIM(WS-ROOM-TYPE)
                           " room sleeps at most " WS-OCC-MAX
                           " guests - please re-enter."
                   MOVE 0 TO WS-ADULTS
                   MOVE 0 TO WS-CHILDREN
               END-IF
           END-PERFORM
           PERFORM PRICE-EXTRA-PERSONS
           IF WS-XPERSON-RATE > 0
               DISPLAY "Extra-person charge: " WS-XPERSON-RATE
                       " per night (" WS-EXTRA-ADULTS " adult(s), "
                       WS-EXTRA-CHILDREN " child(ren) over the "
                       WS-OCC-BASE " included)."
           END-IF.

       *> A room type set up before occupancy was recorded sleeps
       *> two at the rate with no extra-person charge.
       LOAD-OCCUPANCY-RULES.
           MOVE 2 TO WS-OCC-BASE
           MOVE 2 TO WS-OCC-MAX
           MOVE 0 TO WS-XADULT-CHG
           MOVE 0 TO WS-XCHILD-CHG
           OPEN INPUT ROOM-TYPES-FILE
           IF RT-FILE-OK
               MOVE WS-ROOM-TYPE TO ROOM-TYPE-CODE
               READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
                   NOT INVALID KEY
                       IF ROOM-TYPE-BASE-OCC IS NUMERIC
                          AND ROOM-TYPE-BASE-OCC > 0
                           MOVE ROOM-TYPE-BASE-OCC TO WS-OCC-BASE
                           MOVE ROOM-TYPE-MAX-OCC TO WS-OCC-MAX
                           MOVE ROOM-TYPE-XADULT-CHG TO WS-XADULT-CHG
                           MOVE ROOM-TYPE-XCHILD-CHG TO WS-XCHILD-CHG
                       END-IF
               END-READ
           END-IF
           CLOSE ROOM-TYPES-FILE
           IF WS-OCC-MAX < WS-OCC-BASE
               MOVE WS-OCC-BASE TO WS-OCC-MAX
           END-IF.

       PRICE-EXTRA-PERSONS.
           MOVE 0 TO WS-EXTRA-ADULTS
           MOVE 0 TO WS-EXTRA-CHILDREN
           MOVE 0 TO WS-OCC-FREE-SLOTS
           IF WS-ADULTS > WS-OCC-BASE
               COMPUTE WS-EXTRA-ADULTS = WS-ADULTS - WS-OCC-BASE
           ELSE
               COMPUTE WS-OCC-FREE-SLOTS = WS-OCC-BASE - WS-ADULTS
           END-IF
           IF WS-CHILDREN > WS-OCC-FREE-SLOTS
               COMPUTE WS-EXTRA-CHILDREN =
                   WS-CHILDREN - WS-OCC-FREE-SLOTS
           END-IF
           COMPUTE WS-XPERSON-RATE =
               WS-EXTRA-ADULTS * WS-XADULT-CHG +
               WS-EXTRA-CHILDREN * WS-XCHILD-CHG.

      *****************************************************************
      * PROMOTIONAL RATE CODES
      * A promo is honoured only while today falls inside its booking
      * the checkout invoice, so marketing counts redemptions from
      * the files instead of a clerk's memory of rate overrides.
      *****************************************************************
      *****************************************************************
      * ASK-CANCEL-POLICY - every booking is sold on a cancellation
      * policy from CANCPOL.DAT. A promo or meal-plan package that
      * names one sets it (a non-refundable promo rate cannot be
      * booked flexible); otherwise the clerk keys the guest's
      * choice, blank taking the house default 48H. A comp or
      * house-use stay bills nothing and carries no policy.
      *****************************************************************
       ASK-CANCEL-POLICY.
           MOVE SPACES TO WS-CANCEL-POLICY
           IF WS-COMP-KIND NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-PROMO-CODE NOT = SPACES
               OPEN INPUT PROMOS-FILE
               IF PROMO-FILE-OK
                   MOVE WS-PROMO-CODE TO PROMO-CODE
                   READ PROMOS-FILE KEY IS PROMO-CODE
                       NOT INVALID KEY
                           MOVE PROMO-CANCEL-POLICY TO WS-CANCEL-POLICY
                   END-READ
               END-IF
               CLOSE PROMOS-FILE
           END-IF
           IF WS-CANCEL-POLICY = SPACES
              AND WS-PACKAGE-CODE NOT = SPACES
               OPEN INPUT PACKAGES-FILE
               IF PKG-FILE-OK
                   MOVE WS-PACKAGE-CODE TO PKG-CODE
                   READ PACKAGES-FILE KEY IS PKG-CODE
                       NOT INVALID KEY
                           MOVE PKG-CANCEL-POLICY TO WS-CANCEL-POLICY
                   END-READ
               END-IF
               CLOSE PACKAGES-FILE
           END-IF
           IF WS-CANCEL-POLICY NOT = SPACES
               MOVE 'L' TO CPA-ACTION
               MOVE WS-CANCEL-POLICY TO CPA-CODE
               CALL 'cancelPolicy' USING CANCEL-POLICY-AREA
               MOVE CPA-CODE TO WS-CANCEL-POLICY
               DISPLAY "Rate plan carries cancellation policy "
                       FUNCTION TRIM(WS-CANCEL-POLICY) " - "
                       FUNCTION TRIM(CPA-DESC) "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cancellation policy (FLEXIBLE, 48H, NONREF or "
                   "other code; blank = 48H): "
           ACCEPT WS-POLICY-INPUT
           MOVE 'L' TO CPA-ACTION
           MOVE WS-POLICY-INPUT TO CPA-CODE
           CALL 'cancelPolicy' USING CANCEL-POLICY-AREA
           IF CPA-FOUND = 'N'
               DISPLAY "Unknown policy "
                       FUNCTION TRIM(WS-POLICY-INPUT)
                       " - the house default applies."
           END-IF
           MOVE CPA-CODE TO WS-CANCEL-POLICY
           DISPLAY "Cancellation policy " FUNCTION TRIM(CPA-CODE)
                   " - " FUNCTION TRIM(CPA-DESC) "."
           DISPLAY "  " FUNCTION TRIM(CPA-TERMS-1)
           DISPLAY "  " FUNCTION TRIM(CPA-TERMS-2).

       ASK-PROMO-CODE.
           MOVE SPACES TO WS-PROMO-CODE
           MOVE 0 TO WS-PROMO-PCT
           DISPLAY "Promo code (blank = none): "
           ACCEPT WS-PROMO-INPUT
           IF WS-PROMO-INPUT = SPACES

           IF WS-PROMO-OK = 'Y'
               MOVE WS-PROMO-INPUT TO WS-PROMO-CODE
               MOVE PROMO-DISCOUNT-PCT TO WS-PROMO-PCT
               DISPLAY "Promo " FUNCTION TRIM(WS-PROMO-CODE)
                       " accepted - " PROMO-DISCOUNT-PCT
                       "% off the nightly rate, locked on the "
                       "booking."
           END-IF.

       VALIDATE-PROMO-RULES.
               MOVE WS-SEGMENT-INPUT TO WS-SEGMENT-CODE
           END-IF.

      *****************************************************************
      * PRIVACY REQUEST
      * A guest who asks that we do not confirm they are staying is
      * flagged in PRIVACY.DAT against the booking. Name lookups then
      * answer "no such guest" unless a Supervisor opts in, and lists
      * and exports print the alias instead of the name.
      *****************************************************************
       ASK-GUEST-PRIVACY.
           MOVE 'N' TO WS-PRIVACY-REQUESTED
           MOVE SPACES TO WS-PRIVACY-ALIAS
           DISPLAY "Guest requests privacy - do not confirm the "
                   "stay (Y/N): "
           ACCEPT WS-PRIVACY-REQUESTED
           MOVE FUNCTION UPPER-CASE(WS-PRIVACY-REQUESTED)
               TO WS-PRIVACY-REQUESTED
           IF WS-PRIVACY-REQUESTED NOT = 'Y'
               MOVE 'N' TO WS-PRIVACY-REQUESTED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Alias for lists and exports "
                   "(blank = PRIVATE GUEST + booking no.): "
           ACCEPT WS-PRIVACY-ALIAS.

       RECORD-GUEST-PRIVACY.
           IF WS-PRIVACY-REQUESTED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO GPA-MODE
           MOVE WS-BOOKING-ID TO GPA-BOOKING-ID
           MOVE 0 TO GPA-CHECKIN-ID
           MOVE WS-CUSTOMER-ID TO GPA-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME TO GPA-GUEST-NAME
           MOVE WS-PRIVACY-ALIAS TO GPA-ALIAS
           MOVE 'Booking' TO GPA-SET-WHERE
           MOVE 'bookRoom' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           DISPLAY "Privacy flag set - lists will show "
                   FUNCTION TRIM(GPA-ALIAS) ".".

      *****************************************************************
      * OPTION CONFIRMATION
      * "Give us until Friday" becomes real the moment the deposit
               GO TO VALIDATE-NRC-NUMBER
           END-IF.

      *> Nationality and residence are codes from COUNTRIES.DAT, the
      *> same table checkIn uses, so the tourism return can count by
      *> them. Blank means not given; residence defaults to the
      *> nationality.
       GET-CUSTOMER-NATIONALITY.
           DISPLAY "Customer nationality - country code "
                   "(blank = unknown): "
           PERFORM ASK-COUNTRY-CODE
           MOVE WS-COUNTRY-CODE TO WS-CUST-NATION
           DISPLAY "Country of residence - code "
                   "(blank = same as nationality): "
           PERFORM ASK-COUNTRY-CODE
           IF WS-COUNTRY-CODE = SPACES
               MOVE WS-CUST-NATION TO WS-COUNTRY-CODE
           END-IF
           MOVE WS-COUNTRY-CODE TO WS-CUST-RESID
           DISPLAY "Home address (street, town): "
           ACCEPT WS-CUST-ADDRESS.

      *> Promotions may only go to customers who opted in, channel
      *> by channel. Blank leaves consent unrecorded - never taken as
      *> a yes.
       GET-MARKETING-CONSENT.
           MOVE SPACES TO WS-CUST-MKT
           DISPLAY "Marketing consent - Y = opt in, N = opt out, "
                   "blank = not asked: "
           ACCEPT WS-MKT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-MKT-ANSWER) TO WS-MKT-ANSWER
           EVALUATE WS-MKT-ANSWER
               WHEN 'N'
                   MOVE 'NNN' TO WS-CUST-MKT
               WHEN 'Y'
                   MOVE 'NNN' TO WS-CUST-MKT
                   DISPLAY "  By email? (Y/N): "
                   ACCEPT WS-MKT-ANSWER
                   IF WS-MKT-ANSWER = 'Y' OR WS-MKT-ANSWER = 'y'
                       MOVE 'Y' TO WS-CUST-MKT(1:1)
                   END-IF
                   DISPLAY "  By SMS? (Y/N): "
                   ACCEPT WS-MKT-ANSWER
                   IF WS-MKT-ANSWER = 'Y' OR WS-MKT-ANSWER = 'y'
                       MOVE 'Y' TO WS-CUST-MKT(2:1)
                   END-IF
                   DISPLAY "  By post? (Y/N): "
                   ACCEPT WS-MKT-ANSWER
                   IF WS-MKT-ANSWER = 'Y' OR WS-MKT-ANSWER = 'y'
                       MOVE 'Y' TO WS-CUST-MKT(3:1)
                   END-IF
           END-EVALUATE.

       ASK-COUNTRY-CODE.
           MOVE 'N' TO WS-COUNTRY-OK
           PERFORM UNTIL WS-COUNTRY-OK = 'Y'
               MOVE SPACES TO WS-COUNTRY-CODE
               ACCEPT WS-COUNTRY-INPUT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COUNTRY-INPUT))
                   TO WS-COUNTRY-INPUT
               IF WS-COUNTRY-INPUT = SPACES
                   MOVE 'Y' TO WS-COUNTRY-OK
               ELSE
                   OPEN INPUT COUNTRIES-FILE
                   IF CC-FILE-ERROR
                       *> No table yet - take the code as keyed
                       MOVE WS-COUNTRY-INPUT TO WS-COUNTRY-CODE
                       MOVE 'Y' TO WS-COUNTRY-OK
                   ELSE
                       MOVE WS-COUNTRY-INPUT TO CC-CODE
                       READ COUNTRIES-FILE KEY IS CC-CODE
                           INVALID KEY
                               DISPLAY "Unknown country code - "
                                       "re-enter or leave blank: "
                           NOT INVALID KEY
                               IF FUNCTION TRIM(CC-STATUS) = 'Active'
                                   MOVE CC-CODE TO WS-COUNTRY-CODE
                                   MOVE 'Y' TO WS-COUNTRY-OK
                                   DISPLAY "  " FUNCTION TRIM(CC-NAME)
                               ELSE
                                   DISPLAY "Country code is inactive"
                                           " - re-enter: "
                               END-IF
                       END-READ
                   END-IF
                   CLOSE COUNTRIES-FILE
               END-IF
           END-PERFORM.

       VALIDATE-CHECKIN-DATE.
           *> Get current date first
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               DISPLAY "Use the Corporate / Long-Stay booking option "
                       "for stays longer than 28 days."
               GO TO VALIDATE-CHECKOUT-DATE
           END-IF
           PERFORM SHOW-STAY-EVENT.

       *> The desk is told when the nights asked for run into a city
       *> event or public holiday, so the guest hears it before the
       *> rate is quoted. The table is reloaded every time - an event
       *> added from the back office counts at once.
       SHOW-STAY-EVENT.
           MOVE 'L' TO EVA-MODE
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           MOVE 'C' TO EVA-MODE
           MOVE WS-CHECKIN-DATE TO EVA-DATE-FROM
           IF WS-CHECKOUT-DATE > WS-CHECKIN-DATE
               COMPUTE EVA-DATE-TO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CHECKOUT-DATE) - 1)
           ELSE
               MOVE WS-CHECKIN-DATE TO EVA-DATE-TO
           END-IF
           MOVE WS-PROPERTY TO EVA-PROPERTY
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           IF EVA-EVENT-FOUND
               DISPLAY "*** Stay falls on "
                       FUNCTION TRIM(EVA-EVENT-NAME) " ("
                       EVA-START-DATE " - " EVA-END-DATE ", "
                       FUNCTION TRIM(EVA-IMPACT) " impact) ***"
               IF EVA-MATCH-COUNT > 1
                   COMPUTE WS-OTHER-EVENTS = EVA-MATCH-COUNT - 1
                   DISPLAY "    and " WS-OTHER-EVENTS
                           " other event(s) - see the events "
                           "calendar."
               END-IF
           END-IF.

       VALIDATE-DATE-FORMAT.
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF WS-LETTER-ADULTS > 0
               MOVE SPACES TO LETTER-LINE
               STRING "GUESTS        : " WS-LETTER-ADULTS
                   " ADULT(S) " WS-LETTER-CHILDREN " CHILD(REN)"
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF WS-LETTER-XPERSON > 0
               MOVE SPACES TO LETTER-LINE
               STRING "EXTRA PERSONS : " WS-LETTER-XPERSON
                   " PER NIGHT"
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF WS-LETTER-DEPOSIT > 0
               MOVE SPACES TO LETTER-LINE
               STRING "DEPOSIT HELD  : " WS-LETTER-DEPOSIT
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
           MOVE "================================================"
               TO LETTER-LINE
           WRITE LETTER-LINE
