       IDENTIFICATION DIVISION.
       PROGRAM-ID. proForma.

      *****************************************************************
      * PRO-FORMA INVOICES FOR PRE-PAYMENT
      * Companies and government clients who pay for a stay before
      * arrival are sent a pro-forma for a booking or for every
      * booking on a GROUP-ID. The nights are priced the way checkOut
      * will bill them: the room's list price, a seasonal RATECAL
      * price, a company contract and the rate locked on the booking,
      * then the day-use, length-of-stay, share, corporate, promo and
      * comp rules, the package and extra-person charges, tax at the
      * rate of each charge's tax code (TAX from RATES.DAT where none
      * is set), the tourism levy from LEVY.CFG and any tax-exempt
      * certificate. A group pro-forma follows the group checkout,
      * which bills each room at its rate with one tax figure and no
      * levy. Pro-formas carry their own number series (PROFORMA
      * counter) and are valid for PROFVALID days from RATES.DAT
      * (14 when absent), never past the arrival date.
      * Money received against a pro-forma is recorded as the
      * booking's deposit (flag 'P', in hand) and checkOut credits
      * it as usual; a group payment is spread over the bookings in
      * proportion to their charges. The final invoice shows the
      * pro-forma number. A new pro-forma for the same booking
      * supersedes one still awaiting payment.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFORMA-FILE ASSIGN TO '../DATA/PROFORMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ID
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT RATES-FILE ASSIGN TO '../DATA/RATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CODE
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT RATECAL-FILE ASSIGN TO '../DATA/RATECAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT CONTRACTS-FILE ASSIGN TO '../DATA/CONTRACTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT PACKAGES-FILE ASSIGN TO '../DATA/PACKAGES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CODE
               FILE STATUS IS WS-PKG-FILE-STATUS.
           SELECT PROMOS-FILE ASSIGN TO '../DATA/PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-FILE-STATUS.
           SELECT LOSUSE-FILE ASSIGN TO '../DATA/LOSUSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LU-BOOKING-ID
               FILE STATUS IS WS-LU-FILE-STATUS.
           SELECT TAXEXEMPT-FILE ASSIGN TO '../DATA/TAXEXEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CERT-NO
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT LEVY-CONFIG-FILE ASSIGN TO '../DATA/LEVY.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVY-CFG-STATUS.
           SELECT HOTEL-CONFIG-FILE ASSIGN TO '../DATA/HOTEL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTEL-CFG-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT PRINT-FILE ASSIGN TO '../DATA/PROFORMA.PRN'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFORMA-FILE.
       COPY "./CopyBooks/PROFORMA.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  RATES-FILE.
       COPY "./CopyBooks/RATES.cpy".

       FD  RATECAL-FILE.
       COPY "./CopyBooks/RATECAL.cpy".

       FD  CONTRACTS-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy".

       FD  PACKAGES-FILE.
       COPY "./CopyBooks/PACKAGES.cpy".

       FD  PROMOS-FILE.
       COPY "./CopyBooks/PROMOS.cpy".

       FD  LOSUSE-FILE.
       COPY "./CopyBooks/LOSUSE.cpy".

       FD  TAXEXEMPT-FILE.
       COPY "./CopyBooks/TAXEXEMPT.cpy".

       FD  LEVY-CONFIG-FILE.
       01  LEVY-CFG-LINE           PIC X(10).

       FD  HOTEL-CONFIG-FILE.
       01  HOTEL-CFG-LINE          PIC X(60).

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       FD  PRINT-FILE.
       01  PP-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PF-FILE-STATUS       PIC 99.
           88 PF-FILE-OK           VALUE 00.
           88 PF-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-RATE-FILE-STATUS     PIC 99.
           88 RATE-FILE-OK         VALUE 00.
           88 RATE-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-RC-FILE-STATUS       PIC 99.
           88 RC-FILE-OK           VALUE 00.
           88 RC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CT-FILE-STATUS       PIC 99.
           88 CT-FILE-OK           VALUE 00.
           88 CT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PKG-FILE-STATUS      PIC 99.
           88 PKG-FILE-OK          VALUE 00.
           88 PKG-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-PROMO-FILE-STATUS    PIC 99.
           88 PROMO-FILE-OK        VALUE 00.
           88 PROMO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-LU-FILE-STATUS       PIC 99.
           88 LU-FILE-OK           VALUE 00.
           88 LU-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-TX-FILE-STATUS       PIC 99.
           88 TX-FILE-OK           VALUE 00.
           88 TX-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-LEVY-CFG-STATUS      PIC 99.
           88 LEVY-CFG-OK          VALUE 00.
           88 LEVY-CFG-ERROR       VALUE 01 THRU 99.
       01  WS-HOTEL-CFG-STATUS     PIC 99.
           88 HOTEL-CFG-OK         VALUE 00.
           88 HOTEL-CFG-ERROR      VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-CTR-EOF              PIC X.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FOUND                PIC X VALUE 'N'.
       01  WS-CONFIRMATION         PIC X.
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-OPERATOR-ROLE        PIC X(10).
       01  WS-PROPERTY             PIC X(4).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Entry
       01  WS-IN-BOOKING-ID        PIC 9(5).
       01  WS-IN-GROUP-ID          PIC 9(5).
       01  WS-IN-PF-ID             PIC 9(5).
       01  WS-IN-AMOUNT            PIC 9(9).
       01  WS-IN-METHOD-CH         PIC 9.

       *> Bookings going onto the pro-forma being issued
       01  WS-PF-KIND              PIC X.
       01  WS-BOOK-COUNT           PIC 9(2) VALUE 0.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ID OCCURS 20 TIMES PIC 9(5).
       01  WS-BOOK-IDX             PIC 9(2).
       01  WS-BOOK-SKIPPED         PIC 9(3) VALUE 0.

       *> Terms of the booking being priced
       01  WS-BK-ID                PIC 9(5).
       01  WS-BK-ROOM-ID           PIC X(5).
       01  WS-BK-CUSTOMER-ID       PIC 9(5).
       01  WS-BK-CUSTOMER-NAME     PIC X(30).
       01  WS-BK-CHECKIN           PIC 9(8).
       01  WS-BK-CHECKOUT          PIC 9(8).
       01  WS-BK-TYPE              PIC X(10).
       01  WS-BK-PACKAGE-CODE      PIC X(10).
       01  WS-BK-PROMO-CODE        PIC X(10).
       01  WS-BK-BOOKED-RATE       PIC 9(9).
       01  WS-BK-RATE-SOURCE       PIC X(8).
       01  WS-BK-ADULTS            PIC 9(2).
       01  WS-BK-CHILDREN          PIC 9(2).
       01  WS-BK-XPERSON-RATE      PIC 9(7).
       01  WS-BK-SHARE-ROLE        PIC X.
       01  WS-BK-SHARE-PCT         PIC 9(3).
       01  WS-BK-DEPOSIT           PIC 9(9).
       01  WS-BK-DEPOSIT-FLAG      PIC X.
       01  WS-BK-PROPERTY          PIC X(4).

       *> Customer account on the booking
       01  WS-ACCOUNT-TYPE         PIC X(10).
       01  WS-COMPANY-NAME         PIC X(30).
       01  WS-CORPORATE-RATE-PCT   PIC 9(3) VALUE 0.

       *> Pricing of one booking
       01  WS-ROOM-TYPE            PIC X(10).
       01  WS-ROOM-PRICE           PIC 9(9).
       01  WS-ROOM-CURRENCY        PIC X(3).
       01  WS-SEASONAL-RATE-FOUND  PIC X.
       01  WS-SEASONAL-PRICE       PIC 9(9).
       01  WS-CONTRACT-FOUND       PIC X.
       01  WS-CONTRACT-RATE        PIC 9(9).
       01  WS-CT-EOF               PIC X.
       01  WS-STAY-DAYS            PIC 9(4).
       01  WS-DAYUSE-PCT           PIC 9(2) VALUE 50.
       01  WS-ROOM-CHARGES         PIC 9(9).
       01  WS-SERVICE-CHARGES      PIC 9(9).
       01  WS-GUEST-COUNT          PIC 9(3).
       01  WS-PKG-COMPONENT-AMT    PIC 9(9).
       01  WS-XPERSON-AMT          PIC 9(9).
       01  WS-PROMO-PCT            PIC 9(2).
       01  WS-LOS-ON-FILE          PIC X.
       01  WS-LOS-SKIP             PIC X.
       01  WS-LOS-BENEFIT          PIC 9(9).
       COPY "./CopyBooks/LOSAREA.cpy".

       *> Pro-forma totals
       01  WS-TAX-RATE             PIC V99 VALUE 0.15.
       01  WS-TAX-RATE-PCT         PIC 9(2) VALUE 15.
       01  WS-TAX-AMOUNT           PIC 9(9).
       01  WS-TAX-CHECK            PIC 9(9).
       01  WS-PT-COUNT             PIC 9(2) VALUE 0.
       01  WS-PT-IDX               PIC 9(2).
       01  WS-PT-FOUND             PIC 9(2).
       01  WS-PT-IN-AMT            PIC 9(9).
       01  WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 10 TIMES.
              10 WS-PT-CODE        PIC X(4).
              10 WS-PT-RATE        PIC 9(2).
              10 WS-PT-BASE        PIC 9(9).
       01  WS-LEVY-PER-NIGHT       PIC 9(7) VALUE 0.
       01  WS-LEVY-AMOUNT          PIC 9(9).
       01  WS-LEVY-LINE            PIC 9(9).
       01  WS-EXEMPT-CERT          PIC X(20).
       01  WS-TX-EOF               PIC X.
       01  WS-VALID-DAYS           PIC 9(2) VALUE 14.
       01  WS-NEXT-PF-ID           PIC 9(5).
       01  WS-PF-HOLD              PIC X(1251).

       *> Payment against a pro-forma
       01  WS-OPEN-AMOUNT          PIC 9(9).
       01  WS-PAY-METHOD           PIC X(12).
       01  WS-LINES-TOTAL          PIC 9(9).
       01  WS-SHARE-AMOUNT         PIC 9(9).
       01  WS-ALLOCATED            PIC 9(9).
       01  WS-LN-IDX               PIC 9(2).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-LIST-STATUS          PIC X(10).
       01  WS-LIST-REF             PIC 9(5).

       *> Printing
       01  WS-PRINT-COPY           PIC X VALUE 'N'.
       01  WS-HOTEL-LINE-COUNT     PIC 9 VALUE 0.
       01  WS-HOTEL-LINES.
           05 WS-HOTEL-LINE OCCURS 3 TIMES PIC X(60).
       01  WS-HOTEL-IDX            PIC 9.
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-AL-TEXT              PIC X(48).
       01  WS-AL-AMOUNT            PIC 9(9).
       01  WS-AL-CREDIT            PIC X.
       01  WS-AMOUNT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-NIGHT-DISPLAY        PIC ZZ9.
       01  WS-FD-IN                PIC 9(8).
       01  WS-FD-OUT               PIC X(10).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Tax code look-up call area
       COPY "./CopyBooks/TAXAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           PERFORM READ-SESSION-OPERATOR
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   PRO-FORMA INVOICES (PRE-PAYMENT)"
               DISPLAY "=========================================="
               DISPLAY "1. Issue a pro-forma for a booking"
               DISPLAY "2. Issue a pro-forma for a group"
               DISPLAY "3. Record payment received"
               DISPLAY "4. List pro-formas"
               DISPLAY "5. Reprint a pro-forma"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM ISSUE-FOR-BOOKING
                   WHEN 2
                       PERFORM ISSUE-FOR-GROUP
                   WHEN 3
                       PERFORM RECORD-PAYMENT
                   WHEN 4
                       PERFORM LIST-PROFORMAS
                   WHEN 5
                       PERFORM REPRINT-PROFORMA
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * ISSUING
      *****************************************************************
       ISSUE-FOR-BOOKING.
           DISPLAY "Booking ID: "
           ACCEPT WS-IN-BOOKING-ID
           IF WS-IN-BOOKING-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-BOOKING-ID TO WS-BK-ID
           PERFORM LOAD-BOOKING-TERMS
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO WS-PF-KIND
           MOVE 1 TO WS-BOOK-COUNT
           MOVE WS-BK-ID TO WS-BOOK-ID(1)
           PERFORM START-PROFORMA
           MOVE WS-BK-ID TO PF-BOOKING-ID

           PERFORM PRICE-ONE-BOOKING

           *> Tax on room and services, then the levy per guest per
           *> night, then any exemption - the checkOut order.
           PERFORM PRICE-TAX-BY-CODE
           PERFORM CALCULATE-TOURISM-LEVY
           PERFORM APPLY-TAX-EXEMPTION
           PERFORM FINISH-PROFORMA.

       *> Every booking on the group that has not yet arrived. The
       *> first one found is the bill-to party.
       ISSUE-FOR-GROUP.
           DISPLAY "Group ID: "
           ACCEPT WS-IN-GROUP-ID
           IF WS-IN-GROUP-ID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COLLECT-GROUP-BOOKINGS
           IF WS-BOOK-COUNT = 0
               DISPLAY "No bookings awaiting arrival on group "
                       WS-IN-GROUP-ID "."
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-SKIPPED > 0
               DISPLAY "Only the first 20 bookings fit on one "
                       "pro-forma - " WS-BOOK-SKIPPED
                       " left off."
           END-IF

           MOVE 'G' TO WS-PF-KIND
           MOVE WS-BOOK-ID(1) TO WS-BK-ID
           PERFORM LOAD-BOOKING-TERMS
           PERFORM START-PROFORMA
           MOVE WS-IN-GROUP-ID TO PF-GROUP-ID

           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                   UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
               MOVE WS-BOOK-ID(WS-BOOK-IDX) TO WS-BK-ID
               PERFORM LOAD-BOOKING-TERMS
               IF WS-FOUND = 'Y'
                   PERFORM PRICE-ONE-BOOKING
               END-IF
           END-PERFORM

           *> The group master folio carries one tax figure and no
           *> levy line.
           PERFORM PRICE-TAX-BY-CODE
           MOVE 0 TO WS-LEVY-AMOUNT
           MOVE SPACES TO WS-EXEMPT-CERT
           PERFORM FINISH-PROFORMA.

       COLLECT-GROUP-BOOKINGS.
           MOVE 0 TO WS-BOOK-COUNT
           MOVE 0 TO WS-BOOK-SKIPPED
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
                       IF GROUP-ID-BK = WS-IN-GROUP-ID
                          AND (BOOKING-STATUS = 'Active'
                               OR BOOKING-STATUS = 'Option')
                          AND CHEKIN-FLAG NOT = 'Y'
                           IF WS-BOOK-COUNT < 20
                               ADD 1 TO WS-BOOK-COUNT
                               MOVE BOOKING-ID
                                   TO WS-BOOK-ID(WS-BOOK-COUNT)
                           ELSE
                               ADD 1 TO WS-BOOK-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       *> Only a booking still to arrive can be paid for in advance.
       LOAD-BOOKING-TERMS.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               DISPLAY "No bookings on file."
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   DISPLAY "Booking " WS-BK-ID " not found."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           CLOSE BOOKING-FILE
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF BOOKING-STATUS NOT = 'Active'
              AND BOOKING-STATUS NOT = 'Option'
               DISPLAY "Booking " WS-BK-ID " is "
                       FUNCTION TRIM(BOOKING-STATUS)
                       " - no pro-forma can be issued."
               MOVE 'N' TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CHEKIN-FLAG = 'Y'
               DISPLAY "Booking " WS-BK-ID " has already checked in"
                       " - bill it at checkout."
               MOVE 'N' TO WS-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE ROOM-ID-BK TO WS-BK-ROOM-ID
           MOVE CUSTOMER-ID-BK TO WS-BK-CUSTOMER-ID
           MOVE CUSTOMER-NAME-BK TO WS-BK-CUSTOMER-NAME
           MOVE CHECKIN-DATE TO WS-BK-CHECKIN
           MOVE CHECKOUT-DATE TO WS-BK-CHECKOUT
           MOVE BOOKING-TYPE TO WS-BK-TYPE
           MOVE PACKAGE-CODE-BK TO WS-BK-PACKAGE-CODE
           MOVE PROMO-CODE-BK TO WS-BK-PROMO-CODE
           MOVE 0 TO WS-BK-BOOKED-RATE
           MOVE SPACES TO WS-BK-RATE-SOURCE
           IF BOOKED-RATE-BK IS NUMERIC
               MOVE BOOKED-RATE-BK TO WS-BK-BOOKED-RATE
               MOVE RATE-SOURCE-BK TO WS-BK-RATE-SOURCE
           END-IF
           MOVE 0 TO WS-BK-ADULTS
           MOVE 0 TO WS-BK-CHILDREN
           MOVE 0 TO WS-BK-XPERSON-RATE
           IF XPERSON-RATE-BK IS NUMERIC
               MOVE ADULTS-BK TO WS-BK-ADULTS
               MOVE CHILDREN-BK TO WS-BK-CHILDREN
               MOVE XPERSON-RATE-BK TO WS-BK-XPERSON-RATE
           END-IF
           MOVE SPACE TO WS-BK-SHARE-ROLE
           MOVE 0 TO WS-BK-SHARE-PCT
           IF SHARE-ROLE-BK = 'P' OR SHARE-ROLE-BK = 'S'
               MOVE SHARE-ROLE-BK TO WS-BK-SHARE-ROLE
               MOVE SHARE-PCT-BK TO WS-BK-SHARE-PCT
           END-IF
           MOVE DEPOSIT-AMOUNT TO WS-BK-DEPOSIT
           MOVE DEPOSIT-PAID-FLAG TO WS-BK-DEPOSIT-FLAG
           MOVE PROPERTY-BK TO WS-BK-PROPERTY
           IF WS-BK-PROPERTY = SPACES
               MOVE 'MAIN' TO WS-BK-PROPERTY
           END-IF.

       *> Header of the pro-forma from the (first) booking and its
       *> customer account.
       START-PROFORMA.
           PERFORM LOAD-TAX-RATE
           PERFORM LOAD-CUSTOMER-TERMS
           INITIALIZE PROFORMA-RECORD
           MOVE WS-PF-KIND TO PF-KIND
           MOVE WS-BK-CUSTOMER-ID TO PF-CUSTOMER-ID
           MOVE WS-BK-CUSTOMER-NAME TO PF-BILL-NAME
           MOVE WS-COMPANY-NAME TO PF-COMPANY
           MOVE WS-BK-CHECKIN TO PF-ARRIVAL-DATE
           MOVE WS-BK-CHECKOUT TO PF-DEPART-DATE
           MOVE WS-TAX-RATE-PCT TO PF-TAX-RATE
           MOVE WS-CURRENT-DATE-NUM TO PF-ISSUE-DATE
           MOVE 'Issued' TO PF-STATUS
           MOVE WS-BK-PROPERTY TO PF-PROPERTY
           MOVE WS-OPERATOR-ID TO PF-CREATED-BY
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE 0 TO WS-LEVY-AMOUNT
           MOVE 0 TO WS-PT-COUNT
           INITIALIZE WS-PT-TABLE
           MOVE SPACES TO WS-EXEMPT-CERT.

       LOAD-CUSTOMER-TERMS.
           MOVE SPACES TO WS-ACCOUNT-TYPE
           MOVE SPACES TO WS-COMPANY-NAME
           MOVE 0 TO WS-CORPORATE-RATE-PCT
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               MOVE WS-BK-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME TO WS-BK-CUSTOMER-NAME
                       MOVE CUSTOMER-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
                       MOVE COMPANY-NAME TO WS-COMPANY-NAME
                       IF FUNCTION TRIM(CUSTOMER-ACCOUNT-TYPE)
                               = 'Corporate'
                           MOVE CORPORATE-RATE-PCT TO
                               WS-CORPORATE-RATE-PCT
                       END-IF
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE.

      *****************************************************************
      * PRICING ONE BOOKING
      * A booking on its own is priced as a single checkout prices
      * it; on a group pro-forma, as the group checkout does. The
      * booked dates stand in for the actual ones and the guests on
      * the booking for those who will register.
      *****************************************************************
       PRICE-ONE-BOOKING.
           MOVE 0 TO WS-SERVICE-CHARGES

           OPEN INPUT ROOMS-FILE
           MOVE WS-BK-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   MOVE "Unknown" TO WS-ROOM-TYPE
                   MOVE 0 TO WS-ROOM-PRICE
                   MOVE SPACES TO WS-ROOM-CURRENCY
               NOT INVALID KEY
                   MOVE ROOM-TYPE TO WS-ROOM-TYPE
                   MOVE PRICE-PER-NIGHT TO WS-ROOM-PRICE
                   MOVE CURRENCY-CODE TO WS-ROOM-CURRENCY
           END-READ
           CLOSE ROOMS-FILE
           IF PF-CURRENCY = SPACES
               MOVE WS-ROOM-CURRENCY TO PF-CURRENCY
           END-IF

           PERFORM GET-SEASONAL-RATE
           IF WS-SEASONAL-RATE-FOUND = 'Y'
               MOVE WS-SEASONAL-PRICE TO WS-ROOM-PRICE
           END-IF
           IF WS-PF-KIND = 'B'
              AND FUNCTION TRIM(WS-ACCOUNT-TYPE) = 'Corporate'
              AND WS-COMPANY-NAME NOT = SPACES
               PERFORM GET-CONTRACT-RATE
               IF WS-CONTRACT-FOUND = 'Y'
                   MOVE WS-CONTRACT-RATE TO WS-ROOM-PRICE
                   MOVE 0 TO WS-CORPORATE-RATE-PCT
               END-IF
           END-IF
           *> The rate locked when the booking was made is the rate
           *> that will be billed.
           IF WS-BK-BOOKED-RATE > 0
               MOVE WS-BK-BOOKED-RATE TO WS-ROOM-PRICE
               IF WS-BK-RATE-SOURCE = 'CONTRACT'
                   MOVE 0 TO WS-CORPORATE-RATE-PCT
               END-IF
           END-IF

           IF WS-BK-CHECKOUT = WS-BK-CHECKIN
               MOVE 1 TO WS-STAY-DAYS
           ELSE
               COMPUTE WS-STAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BK-CHECKOUT) -
                   FUNCTION INTEGER-OF-DATE(WS-BK-CHECKIN)
           END-IF

           IF WS-PF-KIND = 'G'
               COMPUTE WS-ROOM-CHARGES = WS-ROOM-PRICE * WS-STAY-DAYS
           ELSE
               PERFORM PRICE-SINGLE-ROOM-CHARGE
           END-IF

           PERFORM ADD-PACKAGE-CHARGES
           IF WS-BK-XPERSON-RATE > 0
              AND (WS-PF-KIND = 'G'
                   OR (WS-BK-TYPE NOT = 'Comp'
                       AND WS-BK-TYPE NOT = 'House-Use'))
               COMPUTE WS-XPERSON-AMT =
                   WS-BK-XPERSON-RATE * WS-STAY-DAYS
               ADD WS-XPERSON-AMT TO WS-SERVICE-CHARGES
               MOVE 'R' TO TCA-MODE
               MOVE WS-ROOM-TYPE TO TCA-ROOM-TYPE
               MOVE WS-XPERSON-AMT TO WS-PT-IN-AMT
               PERFORM ADD-TO-TAX-BASE
           END-IF
           MOVE 'R' TO TCA-MODE
           MOVE WS-ROOM-TYPE TO TCA-ROOM-TYPE
           MOVE WS-ROOM-CHARGES TO WS-PT-IN-AMT
           PERFORM ADD-TO-TAX-BASE

           ADD WS-ROOM-CHARGES TO PF-ROOM-CHARGE
           ADD WS-SERVICE-CHARGES TO PF-SERVICE-CHARGE
           IF WS-BK-CHECKIN < PF-ARRIVAL-DATE
               MOVE WS-BK-CHECKIN TO PF-ARRIVAL-DATE
           END-IF
           IF WS-BK-CHECKOUT > PF-DEPART-DATE
               MOVE WS-BK-CHECKOUT TO PF-DEPART-DATE
           END-IF
           ADD 1 TO PF-LINE-COUNT
           MOVE WS-BK-ID TO PF-LN-BOOKING-ID(PF-LINE-COUNT)
           MOVE WS-BK-ROOM-ID TO PF-LN-ROOM-ID(PF-LINE-COUNT)
           MOVE WS-ROOM-TYPE TO PF-LN-ROOM-TYPE(PF-LINE-COUNT)
           MOVE WS-STAY-DAYS TO PF-LN-NIGHTS(PF-LINE-COUNT)
           MOVE WS-ROOM-PRICE TO PF-LN-RATE(PF-LINE-COUNT)
           MOVE WS-ROOM-CHARGES TO PF-LN-ROOM-CHG(PF-LINE-COUNT)
           MOVE WS-SERVICE-CHARGES TO PF-LN-SVC-CHG(PF-LINE-COUNT)
           DISPLAY "Booking " WS-BK-ID " room " WS-BK-ROOM-ID " "
                   WS-STAY-DAYS " night(s) at " WS-ROOM-PRICE
                   " - room " WS-ROOM-CHARGES " services "
                   WS-SERVICE-CHARGES.

       *> Day-use fraction, stay offer, share, corporate percent,
       *> promo and comp, in the order checkOut takes them.
       PRICE-SINGLE-ROOM-CHARGE.
           IF WS-BK-TYPE = 'Day-Use'
               MOVE 1 TO WS-STAY-DAYS
               PERFORM LOAD-DAYUSE-PCT
               COMPUTE WS-ROOM-CHARGES =
                   WS-ROOM-PRICE * WS-DAYUSE-PCT / 100
           ELSE
               COMPUTE WS-ROOM-CHARGES = WS-ROOM-PRICE * WS-STAY-DAYS
               PERFORM APPLY-LOS-OFFER
           END-IF

           IF (WS-BK-SHARE-ROLE = 'P' OR WS-BK-SHARE-ROLE = 'S')
              AND WS-BK-SHARE-PCT > 0 AND WS-BK-SHARE-PCT < 100
               COMPUTE WS-ROOM-CHARGES ROUNDED =
                   WS-ROOM-CHARGES * WS-BK-SHARE-PCT / 100
           END-IF

           IF WS-CORPORATE-RATE-PCT > 0
               COMPUTE WS-ROOM-CHARGES = WS-ROOM-CHARGES -
                   (WS-ROOM-CHARGES * WS-CORPORATE-RATE-PCT / 100)
           END-IF

           PERFORM APPLY-PROMO-DISCOUNT

           IF WS-BK-TYPE = 'Comp' OR WS-BK-TYPE = 'House-Use'
               MOVE 0 TO WS-ROOM-CHARGES
           END-IF.

       GET-SEASONAL-RATE.
           MOVE 'N' TO WS-SEASONAL-RATE-FOUND
           MOVE ZEROS TO WS-SEASONAL-PRICE
           OPEN INPUT RATECAL-FILE
           IF RC-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                       OR WS-SEASONAL-RATE-FOUND = 'Y'
                   READ RATECAL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RC-ROOM-TYPE = WS-ROOM-TYPE
                               AND WS-BK-CHECKIN >= RC-START-DATE
                               AND WS-BK-CHECKIN <= RC-END-DATE
                               MOVE 'Y' TO WS-SEASONAL-RATE-FOUND
                               MOVE RC-OVERRIDE-PRICE TO
                                   WS-SEASONAL-PRICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RATECAL-FILE.

       GET-CONTRACT-RATE.
           MOVE 'N' TO WS-CONTRACT-FOUND
           MOVE 0 TO WS-CONTRACT-RATE
           OPEN INPUT CONTRACTS-FILE
           IF CT-FILE-ERROR
               CLOSE CONTRACTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CT-EOF
           PERFORM UNTIL WS-CT-EOF = 'Y'
               READ CONTRACTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CT-EOF
                   NOT AT END
                       IF CT-COMPANY = WS-COMPANY-NAME
                          AND CT-ROOM-TYPE = WS-ROOM-TYPE
                          AND WS-BK-CHECKIN >= CT-START-DATE
                          AND WS-BK-CHECKIN <= CT-END-DATE
                           MOVE 'Y' TO WS-CONTRACT-FOUND
                           MOVE CT-RATE TO WS-CONTRACT-RATE
                           MOVE 'Y' TO WS-CT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACTS-FILE.

       LOAD-DAYUSE-PCT.
           MOVE 50 TO WS-DAYUSE-PCT
           OPEN INPUT RATES-FILE
           IF RATE-FILE-OK
               MOVE 'DAYUSE' TO RATE-CODE
               READ RATES-FILE KEY IS RATE-CODE
                   NOT INVALID KEY
                       MOVE RATE-VALUE TO WS-DAYUSE-PCT
               END-READ
           END-IF
           CLOSE RATES-FILE.

       *> The offer bookRoom attached, or the best one the stay
       *> qualifies for when it carries none.
       APPLY-LOS-OFFER.
           MOVE 'N' TO WS-LOS-ON-FILE
           MOVE 'N' TO WS-LOS-SKIP
           MOVE 0 TO WS-LOS-BENEFIT
           IF WS-BK-PROMO-CODE NOT = SPACES
              OR WS-BK-RATE-SOURCE = 'CONTRACT'
              OR WS-BK-TYPE = 'Comp'
              OR WS-BK-TYPE = 'House-Use'
               MOVE 'Y' TO WS-LOS-SKIP
           END-IF
           OPEN INPUT LOSUSE-FILE
           IF LU-FILE-OK
               MOVE WS-BK-ID TO LU-BOOKING-ID
               READ LOSUSE-FILE KEY IS LU-BOOKING-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOS-ON-FILE
               END-READ
           END-IF
           CLOSE LOSUSE-FILE

           IF WS-LOS-ON-FILE = 'Y'
               MOVE 'P' TO LA-MODE
               MOVE LU-OFFER-CODE TO LA-OFFER-CODE
           ELSE
               IF WS-LOS-SKIP = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'F' TO LA-MODE
               MOVE SPACES TO LA-OFFER-CODE
           END-IF
           MOVE WS-ROOM-TYPE TO LA-ROOM-TYPE
           MOVE WS-BK-CHECKIN TO LA-CHECKIN-DATE
           MOVE WS-BK-CHECKOUT TO LA-CHECKOUT-DATE
           MOVE WS-ROOM-PRICE TO LA-RATE
           CALL 'losOffer' USING LOS-OFFER-AREA
           IF LA-RESULT = 'Y'
               MOVE LA-BENEFIT TO WS-LOS-BENEFIT
               IF WS-LOS-BENEFIT > WS-ROOM-CHARGES
                   MOVE WS-ROOM-CHARGES TO WS-LOS-BENEFIT
               END-IF
               SUBTRACT WS-LOS-BENEFIT FROM WS-ROOM-CHARGES
               DISPLAY "Stay offer " FUNCTION TRIM(LA-OFFER-CODE)
                       " - " WS-LOS-BENEFIT " off the room charge."
           END-IF.

       *> A promo rate locked at booking is already net.
       APPLY-PROMO-DISCOUNT.
           MOVE 0 TO WS-PROMO-PCT
           IF WS-BK-PROMO-CODE = SPACES
              OR WS-BK-RATE-SOURCE = 'PROMO'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROMOS-FILE
           IF PROMO-FILE-OK
               MOVE WS-BK-PROMO-CODE TO PROMO-CODE
               READ PROMOS-FILE KEY IS PROMO-CODE
                   NOT INVALID KEY
                       MOVE PROMO-DISCOUNT-PCT TO WS-PROMO-PCT
               END-READ
           END-IF
           CLOSE PROMOS-FILE
           IF WS-PROMO-PCT > 0
               COMPUTE WS-ROOM-CHARGES = WS-ROOM-CHARGES -
                   (WS-ROOM-CHARGES * WS-PROMO-PCT / 100)
           END-IF.

       *> Breakfast and dinner per guest per night.
       ADD-PACKAGE-CHARGES.
           IF WS-BK-PACKAGE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PACKAGES-FILE
           IF PKG-FILE-ERROR
               CLOSE PACKAGES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-PACKAGE-CODE TO PKG-CODE
           READ PACKAGES-FILE KEY IS PKG-CODE
               INVALID KEY
                   CLOSE PACKAGES-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE PACKAGES-FILE
           PERFORM COUNT-BOOKED-GUESTS
           IF PKG-BREAKFAST-PRICE > 0
               COMPUTE WS-PKG-COMPONENT-AMT =
                   PKG-BREAKFAST-PRICE * WS-GUEST-COUNT
                   * WS-STAY-DAYS
               ADD WS-PKG-COMPONENT-AMT TO WS-SERVICE-CHARGES
               MOVE 'C' TO TCA-MODE
               MOVE PKG-BREAKFAST-TAX TO TCA-CODE
               MOVE WS-PKG-COMPONENT-AMT TO WS-PT-IN-AMT
               PERFORM ADD-TO-TAX-BASE
           END-IF
           IF PKG-DINNER-PRICE > 0
               COMPUTE WS-PKG-COMPONENT-AMT =
                   PKG-DINNER-PRICE * WS-GUEST-COUNT
                   * WS-STAY-DAYS
               ADD WS-PKG-COMPONENT-AMT TO WS-SERVICE-CHARGES
               MOVE 'C' TO TCA-MODE
               MOVE PKG-DINNER-TAX TO TCA-CODE
               MOVE WS-PKG-COMPONENT-AMT TO WS-PT-IN-AMT
               PERFORM ADD-TO-TAX-BASE
           END-IF.

       *> Each charge is taxed at the rate of its tax code, summed
       *> per code before the rate is applied, as checkOut bills it.
       ADD-TO-TAX-BASE.
           IF WS-PT-IN-AMT = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'taxLookup' USING TAX-CODE-AREA
           MOVE 0 TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-CODE(WS-PT-IDX) = TCA-CODE
                   MOVE WS-PT-IDX TO WS-PT-FOUND
               END-IF
           END-PERFORM
           IF WS-PT-FOUND = 0
               IF WS-PT-COUNT < 10
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-FOUND
                   MOVE TCA-CODE TO WS-PT-CODE(WS-PT-FOUND)
                   MOVE TCA-RATE TO WS-PT-RATE(WS-PT-FOUND)
               ELSE
                   MOVE 10 TO WS-PT-FOUND
               END-IF
           END-IF
           ADD WS-PT-IN-AMT TO WS-PT-BASE(WS-PT-FOUND).

       PRICE-TAX-BY-CODE.
           MOVE 0 TO WS-TAX-AMOUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               COMPUTE WS-TAX-CHECK = WS-PT-BASE(WS-PT-IDX)
                   * WS-PT-RATE(WS-PT-IDX) / 100
               ADD WS-TAX-CHECK TO WS-TAX-AMOUNT
           END-PERFORM.

       *> A tax figure that is not the standard rate on the whole bill
       *> came from more than one tax code.
       SET-TAX-LABEL.
           MOVE SPACES TO WS-AL-TEXT
           COMPUTE WS-TAX-CHECK = (PF-ROOM-CHARGE + PF-SERVICE-CHARGE)
               * PF-TAX-RATE / 100
           IF WS-TAX-CHECK = PF-TAX-AMOUNT
               STRING "Tax (" PF-TAX-RATE "%)"
                   DELIMITED BY SIZE INTO WS-AL-TEXT
           ELSE
               MOVE "Tax (by code)" TO WS-AL-TEXT
           END-IF.

       COUNT-BOOKED-GUESTS.
           COMPUTE WS-GUEST-COUNT = WS-BK-ADULTS + WS-BK-CHILDREN
           IF WS-GUEST-COUNT = 0
               MOVE 1 TO WS-GUEST-COUNT
           END-IF.

       LOAD-TAX-RATE.
           MOVE 15 TO WS-TAX-RATE-PCT
           OPEN INPUT RATES-FILE
           IF RATE-FILE-OK
               MOVE 'TAX' TO RATE-CODE
               READ RATES-FILE KEY IS RATE-CODE
                   NOT INVALID KEY
                       MOVE RATE-VALUE TO WS-TAX-RATE-PCT
               END-READ
           END-IF
           CLOSE RATES-FILE
           COMPUTE WS-TAX-RATE = WS-TAX-RATE-PCT / 100.

       CALCULATE-TOURISM-LEVY.
           MOVE 0 TO WS-LEVY-AMOUNT
           MOVE 0 TO WS-LEVY-PER-NIGHT
           OPEN INPUT LEVY-CONFIG-FILE
           IF LEVY-CFG-OK
               READ LEVY-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LEVY-CFG-LINE(1:7) IS NUMERIC
                           MOVE LEVY-CFG-LINE(1:7)
                               TO WS-LEVY-PER-NIGHT
                       END-IF
               END-READ
           END-IF
           CLOSE LEVY-CONFIG-FILE
           IF WS-LEVY-PER-NIGHT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-BOOKED-GUESTS
           COMPUTE WS-LEVY-AMOUNT =
               WS-LEVY-PER-NIGHT * WS-GUEST-COUNT * WS-STAY-DAYS.

       *> A certificate valid on the departure date takes the tax
       *> and the levy off, as it will at checkout.
       APPLY-TAX-EXEMPTION.
           MOVE SPACES TO WS-EXEMPT-CERT
           OPEN INPUT TAXEXEMPT-FILE
           IF TX-FILE-ERROR
               CLOSE TAXEXEMPT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TX-EOF
           PERFORM UNTIL WS-TX-EOF = 'Y'
               READ TAXEXEMPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TX-EOF
                   NOT AT END
                       IF FUNCTION TRIM(TX-STATUS) = 'Active'
                          AND TX-VALID-FROM <= WS-BK-CHECKOUT
                          AND TX-VALID-TO >= WS-BK-CHECKOUT
                          AND ((TX-CUSTOMER-ID > 0
                                AND TX-CUSTOMER-ID
                                    = WS-BK-CUSTOMER-ID)
                            OR (TX-COMPANY NOT = SPACES
                                AND TX-COMPANY = WS-COMPANY-NAME))
                           MOVE TX-CERT-NO TO WS-EXEMPT-CERT
                           MOVE 'Y' TO WS-TX-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXEXEMPT-FILE
           IF WS-EXEMPT-CERT NOT = SPACES
               MOVE 0 TO WS-TAX-AMOUNT
               MOVE 0 TO WS-LEVY-AMOUNT
               MOVE 0 TO PF-TAX-RATE
               DISPLAY "Tax-exempt under certificate "
                       FUNCTION TRIM(WS-EXEMPT-CERT) "."
           END-IF.

      *****************************************************************
      * TOTALS, NUMBER, VALIDITY, FILING AND PRINTING
      *****************************************************************
       FINISH-PROFORMA.
           IF PF-LINE-COUNT = 0
               DISPLAY "Nothing to price - no pro-forma issued."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-AMOUNT TO PF-TAX-AMOUNT
           MOVE WS-LEVY-AMOUNT TO PF-LEVY-AMOUNT
           MOVE WS-EXEMPT-CERT TO PF-EXEMPT-CERT
           COMPUTE PF-TOTAL = PF-ROOM-CHARGE + PF-SERVICE-CHARGE
               + PF-TAX-AMOUNT + PF-LEVY-AMOUNT
           PERFORM SUM-DEPOSITS-HELD
           IF PF-DEPOSIT-HELD > PF-TOTAL
               MOVE 0 TO PF-AMOUNT-DUE
           ELSE
               COMPUTE PF-AMOUNT-DUE = PF-TOTAL - PF-DEPOSIT-HELD
           END-IF

           PERFORM LOAD-VALID-DAYS
           COMPUTE PF-VALID-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               + WS-VALID-DAYS)
           IF PF-VALID-UNTIL > PF-ARRIVAL-DATE
               MOVE PF-ARRIVAL-DATE TO PF-VALID-UNTIL
           END-IF
           IF PF-VALID-UNTIL < WS-CURRENT-DATE-NUM
               MOVE WS-CURRENT-DATE-NUM TO PF-VALID-UNTIL
           END-IF

           DISPLAY "------------------------------------------"
           DISPLAY "Rooms          : " PF-ROOM-CHARGE
           DISPLAY "Services       : " PF-SERVICE-CHARGE
           PERFORM SET-TAX-LABEL
           DISPLAY WS-AL-TEXT(1:15) ": " PF-TAX-AMOUNT
           DISPLAY "Tourism levy   : " PF-LEVY-AMOUNT
           DISPLAY "TOTAL          : " PF-CURRENCY " " PF-TOTAL
           DISPLAY "Deposit held   : " PF-DEPOSIT-HELD
           DISPLAY "AMOUNT DUE     : " PF-CURRENCY " " PF-AMOUNT-DUE
           DISPLAY "Valid until    : " PF-VALID-UNTIL
           DISPLAY "------------------------------------------"
           DISPLAY "Issue this pro-forma? (Y/N): "
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'Y' AND WS-CONFIRMATION NOT = 'y'
               DISPLAY "Pro-forma not issued."
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-NEXT-PF-ID
           MOVE WS-NEXT-PF-ID TO PF-ID
           PERFORM SUPERSEDE-OPEN-PROFORMAS
           MOVE WS-NEXT-PF-ID TO PF-ID
           OPEN I-O PROFORMA-FILE
           IF PF-FILE-ERROR
               CLOSE PROFORMA-FILE
               OPEN OUTPUT PROFORMA-FILE
               CLOSE PROFORMA-FILE
               OPEN I-O PROFORMA-FILE
           END-IF
           WRITE PROFORMA-RECORD
               INVALID KEY
                   DISPLAY "Could not file pro-forma " PF-ID
                   CLOSE PROFORMA-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE PROFORMA-FILE

           MOVE 'N' TO WS-PRINT-COPY
           PERFORM PRINT-PROFORMA
           DISPLAY "Pro-forma " PF-ID " issued - written to "
                   "PROFORMA.PRN, valid until " PF-VALID-UNTIL ".".

       *> Deposits already in hand are netted off the amount due.
       SUM-DEPOSITS-HELD.
           MOVE 0 TO PF-DEPOSIT-HELD
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > PF-LINE-COUNT
               MOVE PF-LN-BOOKING-ID(WS-LN-IDX) TO BOOKING-ID
               READ BOOKING-FILE KEY IS BOOKING-ID
                   NOT INVALID KEY
                       IF DEPOSIT-PAID-FLAG = 'P'
                           ADD DEPOSIT-AMOUNT TO PF-DEPOSIT-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       LOAD-VALID-DAYS.
           MOVE 14 TO WS-VALID-DAYS
           OPEN INPUT RATES-FILE
           IF RATE-FILE-OK
               MOVE 'PROFVALID' TO RATE-CODE
               READ RATES-FILE KEY IS RATE-CODE
                   NOT INVALID KEY
                       IF RATE-VALUE > 0
                           MOVE RATE-VALUE TO WS-VALID-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE RATES-FILE.

       *> An earlier pro-forma still awaiting payment for any of the
       *> same bookings is replaced by the new one. The record being
       *> issued is held aside while the file is scanned.
       SUPERSEDE-OPEN-PROFORMAS.
           MOVE PROFORMA-RECORD TO WS-PF-HOLD
           OPEN I-O PROFORMA-FILE
           IF PF-FILE-ERROR
               CLOSE PROFORMA-FILE
               MOVE WS-PF-HOLD TO PROFORMA-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROFORMA-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PF-STATUS) = 'Issued'
                           PERFORM CHECK-PROFORMA-OVERLAP
                           IF WS-FOUND = 'Y'
                               MOVE 'Superseded' TO PF-STATUS
                               REWRITE PROFORMA-RECORD
                               DISPLAY "Pro-forma " PF-ID
                                       " superseded."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFORMA-FILE
           MOVE WS-PF-HOLD TO PROFORMA-RECORD.

       CHECK-PROFORMA-OVERLAP.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > PF-LINE-COUNT
                      OR WS-FOUND = 'Y'
               PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                       UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                   IF PF-LN-BOOKING-ID(WS-LN-IDX)
                           = WS-BOOK-ID(WS-BOOK-IDX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * PAYMENT RECEIVED
      * The money becomes the booking's deposit in hand ('P') so the
      * checkout credit picks it up. An agreed deposit not yet paid
      * ('N') is replaced by what actually came in; an option that
      * was waiting on its deposit is confirmed.
      *****************************************************************
       RECORD-PAYMENT.
           DISPLAY "Pro-forma number: "
           ACCEPT WS-IN-PF-ID
           OPEN I-O PROFORMA-FILE
           IF PF-FILE-ERROR
               DISPLAY "No pro-formas on file."
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-PF-ID TO PF-ID
           READ PROFORMA-FILE KEY IS PF-ID
               INVALID KEY
                   DISPLAY "Pro-forma " WS-IN-PF-ID " not found."
                   CLOSE PROFORMA-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(PF-STATUS) NOT = 'Issued'
              AND FUNCTION TRIM(PF-STATUS) NOT = 'Part-paid'
               DISPLAY "Pro-forma " PF-ID " is "
                       FUNCTION TRIM(PF-STATUS)
                       " - no payment can be recorded against it."
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF
           IF PF-VALID-UNTIL < WS-CURRENT-DATE-NUM
               MOVE 'Lapsed' TO PF-STATUS
               REWRITE PROFORMA-RECORD
               DISPLAY "Pro-forma " PF-ID " lapsed on "
                       PF-VALID-UNTIL " - issue a new one."
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF

           IF PF-PAID-AMOUNT < PF-AMOUNT-DUE
               COMPUTE WS-OPEN-AMOUNT = PF-AMOUNT-DUE - PF-PAID-AMOUNT
           ELSE
               MOVE 0 TO WS-OPEN-AMOUNT
           END-IF
           DISPLAY "Amount due " PF-CURRENCY " " PF-AMOUNT-DUE
                   ", received so far " PF-PAID-AMOUNT
           DISPLAY "Amount received (0 = " WS-OPEN-AMOUNT "): "
           ACCEPT WS-IN-AMOUNT
           IF WS-IN-AMOUNT = 0
               MOVE WS-OPEN-AMOUNT TO WS-IN-AMOUNT
           END-IF
           IF WS-IN-AMOUNT = 0
               DISPLAY "Nothing to record."
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Paid by - 1. Bank transfer  2. Card  3. Cash: "
           ACCEPT WS-IN-METHOD-CH
           EVALUATE WS-IN-METHOD-CH
               WHEN 2
                   MOVE 'Card' TO WS-PAY-METHOD
               WHEN 3
                   MOVE 'Cash' TO WS-PAY-METHOD
               WHEN OTHER
                   MOVE 'Bank transfer' TO WS-PAY-METHOD
           END-EVALUATE

           PERFORM CREDIT-BOOKING-DEPOSITS

           ADD WS-IN-AMOUNT TO PF-PAID-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO PF-PAID-DATE
           MOVE WS-PAY-METHOD TO PF-PAY-METHOD
           IF PF-PAID-AMOUNT >= PF-AMOUNT-DUE
               MOVE 'Paid' TO PF-STATUS
           ELSE
               MOVE 'Part-paid' TO PF-STATUS
           END-IF
           REWRITE PROFORMA-RECORD
           CLOSE PROFORMA-FILE
           DISPLAY "Payment of " WS-IN-AMOUNT " recorded against "
                   "pro-forma " PF-ID " - now "
                   FUNCTION TRIM(PF-STATUS) ".".

       *> Each booking takes its share of the payment by its part of
       *> the pro-forma's charges; the last takes what is left.
       CREDIT-BOOKING-DEPOSITS.
           MOVE 0 TO WS-LINES-TOTAL
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > PF-LINE-COUNT
               ADD PF-LN-ROOM-CHG(WS-LN-IDX) PF-LN-SVC-CHG(WS-LN-IDX)
                   TO WS-LINES-TOTAL
           END-PERFORM
           MOVE 0 TO WS-ALLOCATED
           OPEN I-O BOOKING-FILE
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > PF-LINE-COUNT
               IF WS-LN-IDX = PF-LINE-COUNT
                   COMPUTE WS-SHARE-AMOUNT =
                       WS-IN-AMOUNT - WS-ALLOCATED
               ELSE
                   IF WS-LINES-TOTAL = 0
                       COMPUTE WS-SHARE-AMOUNT =
                           WS-IN-AMOUNT / PF-LINE-COUNT
                   ELSE
                       COMPUTE WS-SHARE-AMOUNT =
                           WS-IN-AMOUNT * (PF-LN-ROOM-CHG(WS-LN-IDX)
                           + PF-LN-SVC-CHG(WS-LN-IDX))
                           / WS-LINES-TOTAL
                   END-IF
               END-IF
               ADD WS-SHARE-AMOUNT TO WS-ALLOCATED
               PERFORM CREDIT-ONE-DEPOSIT
           END-PERFORM
           CLOSE BOOKING-FILE.

       CREDIT-ONE-DEPOSIT.
           MOVE PF-LN-BOOKING-ID(WS-LN-IDX) TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   DISPLAY "Booking " PF-LN-BOOKING-ID(WS-LN-IDX)
                           " not found - " WS-SHARE-AMOUNT
                           " not credited."
                   EXIT PARAGRAPH
           END-READ
           IF DEPOSIT-PAID-FLAG = 'Y'
               DISPLAY "Booking " BOOKING-ID " is already settled - "
                       WS-SHARE-AMOUNT " not credited."
               EXIT PARAGRAPH
           END-IF
           IF DEPOSIT-PAID-FLAG = 'P'
               ADD WS-SHARE-AMOUNT TO DEPOSIT-AMOUNT
           ELSE
               MOVE WS-SHARE-AMOUNT TO DEPOSIT-AMOUNT
           END-IF
           MOVE 'P' TO DEPOSIT-PAID-FLAG
           IF BOOKING-STATUS = 'Option'
               MOVE 'Active' TO BOOKING-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO LAST-MODIFIED-AT
           MOVE SPACES TO LAST-MODIFIED-REASON
           STRING "Paid on pro-forma " PF-ID
               DELIMITED BY SIZE INTO LAST-MODIFIED-REASON
           REWRITE BOOKING-RECORD
           DISPLAY "Booking " BOOKING-ID " deposit now "
                   DEPOSIT-AMOUNT ".".

      *****************************************************************
      * LISTING AND REPRINT
      *****************************************************************
       LIST-PROFORMAS.
           OPEN INPUT PROFORMA-FILE
           IF PF-FILE-ERROR
               DISPLAY "No pro-formas on file."
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO.   K REF   ARRIVAL  VALID TO       TOTAL"
                   "       DUE      PAID STATUS     BILL TO"
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROFORMA-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE PF-STATUS TO WS-LIST-STATUS
                       IF FUNCTION TRIM(PF-STATUS) = 'Issued'
                          AND PF-VALID-UNTIL < WS-CURRENT-DATE-NUM
                           MOVE 'Lapsed' TO WS-LIST-STATUS
                       END-IF
                       IF PF-KIND = 'G'
                           MOVE PF-GROUP-ID TO WS-LIST-REF
                       ELSE
                           MOVE PF-BOOKING-ID TO WS-LIST-REF
                       END-IF
                       DISPLAY PF-ID " " PF-KIND " " WS-LIST-REF " "
                               PF-ARRIVAL-DATE " " PF-VALID-UNTIL " "
                               PF-TOTAL " " PF-AMOUNT-DUE " "
                               PF-PAID-AMOUNT " " WS-LIST-STATUS " "
                               FUNCTION TRIM(PF-BILL-NAME)
               END-READ
           END-PERFORM
           CLOSE PROFORMA-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "Pro-formas listed: " WS-LIST-COUNT
                   "   (K: B = booking, G = group)".

       REPRINT-PROFORMA.
           DISPLAY "Pro-forma number: "
           ACCEPT WS-IN-PF-ID
           OPEN INPUT PROFORMA-FILE
           IF PF-FILE-ERROR
               DISPLAY "No pro-formas on file."
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-PF-ID TO PF-ID
           READ PROFORMA-FILE KEY IS PF-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           CLOSE PROFORMA-FILE
           IF WS-FOUND = 'N'
               DISPLAY "Pro-forma " WS-IN-PF-ID " not found."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PRINT-COPY
           PERFORM PRINT-PROFORMA
           DISPLAY "Pro-forma " PF-ID " written to PROFORMA.PRN.".

      *****************************************************************
      * THE PRINTED PRO-FORMA
      * Same house header and amount columns as the printed invoice.
      *****************************************************************
       PRINT-PROFORMA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM LOAD-HOTEL-HEADER
           OPEN OUTPUT PRINT-FILE
           WRITE PP-LINE FROM ALL "="
           PERFORM VARYING WS-HOTEL-IDX FROM 1 BY 1
                   UNTIL WS-HOTEL-IDX > WS-HOTEL-LINE-COUNT
               MOVE WS-HOTEL-LINE(WS-HOTEL-IDX) TO PP-LINE
               WRITE PP-LINE
           END-PERFORM
           MOVE SPACES TO PP-LINE
           STRING "Property: " PF-PROPERTY
               DELIMITED BY SIZE INTO PP-LINE
           WRITE PP-LINE
           WRITE PP-LINE FROM ALL "="
           MOVE "PRO-FORMA INVOICE" TO PP-LINE
           IF WS-PRINT-COPY = 'Y'
               MOVE "*** COPY ***" TO PP-LINE(69:12)
           END-IF
           WRITE PP-LINE
           MOVE SPACES TO PP-LINE
           WRITE PP-LINE

           MOVE PF-ISSUE-DATE TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE SPACES TO PP-LINE
           STRING "Pro-forma No:     " PF-ID
               "     Issued: " WS-FD-OUT
               "     Currency: " PF-CURRENCY
               DELIMITED BY SIZE INTO PP-LINE
           WRITE PP-LINE
           MOVE PF-VALID-UNTIL TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE SPACES TO PP-LINE
           STRING "Valid Until:      " WS-FD-OUT
               DELIMITED BY SIZE INTO PP-LINE
           WRITE PP-LINE
           MOVE SPACES TO PP-LINE
           STRING "Bill To:          " PF-BILL-NAME
               DELIMITED BY SIZE INTO PP-LINE
           WRITE PP-LINE
           IF PF-COMPANY NOT = SPACES
               MOVE SPACES TO PP-LINE
               STRING "Company:          " PF-COMPANY
                   DELIMITED BY SIZE INTO PP-LINE
               WRITE PP-LINE
           END-IF
           MOVE SPACES TO PP-LINE
           IF PF-KIND = 'G'
               STRING "Group:            " PF-GROUP-ID
                   "     Rooms: " PF-LINE-COUNT
                   DELIMITED BY SIZE INTO PP-LINE
           ELSE
               STRING "Booking:          " PF-BOOKING-ID
                   DELIMITED BY SIZE INTO PP-LINE
           END-IF
           WRITE PP-LINE
           MOVE PF-ARRIVAL-DATE TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE SPACES TO PP-LINE
           STRING "Arrival:          " WS-FD-OUT
               DELIMITED BY SIZE INTO PP-LINE
           MOVE PF-DEPART-DATE TO WS-FD-IN
           PERFORM FORMAT-DATE
           STRING "     Departure: " WS-FD-OUT
               DELIMITED BY SIZE INTO PP-LINE(29:)
           WRITE PP-LINE
           WRITE PP-LINE FROM ALL "-"

           MOVE SPACES TO PP-LINE
           WRITE PP-LINE
           MOVE "ACCOMMODATION" TO PP-LINE
           WRITE PP-LINE
           MOVE 'N' TO WS-AL-CREDIT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > PF-LINE-COUNT
               MOVE PF-LN-NIGHTS(WS-LN-IDX) TO WS-NIGHT-DISPLAY
               MOVE PF-LN-RATE(WS-LN-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-AL-TEXT
               STRING "  Room " PF-LN-ROOM-ID(WS-LN-IDX) " "
                   PF-LN-ROOM-TYPE(WS-LN-IDX)
                   WS-NIGHT-DISPLAY " nt @ "
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               MOVE PF-LN-ROOM-CHG(WS-LN-IDX) TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               IF PF-LN-SVC-CHG(WS-LN-IDX) > 0
                   MOVE SPACES TO WS-AL-TEXT
                   STRING "    Meals and extra persons"
                       DELIMITED BY SIZE INTO WS-AL-TEXT
                   MOVE PF-LN-SVC-CHG(WS-LN-IDX) TO WS-AL-AMOUNT
                   PERFORM WRITE-AMOUNT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO PP-LINE
           WRITE PP-LINE
           WRITE PP-LINE FROM ALL "-"
           MOVE "Room charges" TO WS-AL-TEXT
           MOVE PF-ROOM-CHARGE TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Service and package charges" TO WS-AL-TEXT
           MOVE PF-SERVICE-CHARGE TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           PERFORM SET-TAX-LABEL
           MOVE PF-TAX-AMOUNT TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF PF-LEVY-AMOUNT > 0
               MOVE "Tourism levy" TO WS-AL-TEXT
               MOVE PF-LEVY-AMOUNT TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF PF-EXEMPT-CERT NOT = SPACES
               MOVE SPACES TO PP-LINE
               STRING "TAX EXEMPT - Certificate " PF-EXEMPT-CERT
                   DELIMITED BY SIZE INTO PP-LINE
               WRITE PP-LINE
           END-IF
           WRITE PP-LINE FROM ALL "="
           MOVE "TOTAL" TO WS-AL-TEXT
           MOVE PF-TOTAL TO WS-AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF PF-DEPOSIT-HELD > 0
               MOVE "Less deposit already received" TO WS-AL-TEXT
               MOVE PF-DEPOSIT-HELD TO WS-AL-AMOUNT
               MOVE 'Y' TO WS-AL-CREDIT
               PERFORM WRITE-AMOUNT-LINE
               MOVE 'N' TO WS-AL-CREDIT
           END-IF
           IF PF-PAID-AMOUNT > 0
               MOVE SPACES TO WS-AL-TEXT
               STRING "Received against this pro-forma ("
                   FUNCTION TRIM(PF-PAY-METHOD) ")"
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               MOVE PF-PAID-AMOUNT TO WS-AL-AMOUNT
               MOVE 'Y' TO WS-AL-CREDIT
               PERFORM WRITE-AMOUNT-LINE
               MOVE 'N' TO WS-AL-CREDIT
           END-IF
           WRITE PP-LINE FROM ALL "="
           MOVE "AMOUNT PAYABLE IN ADVANCE" TO WS-AL-TEXT
           IF PF-PAID-AMOUNT < PF-AMOUNT-DUE
               COMPUTE WS-AL-AMOUNT = PF-AMOUNT-DUE - PF-PAID-AMOUNT
           ELSE
               MOVE 0 TO WS-AL-AMOUNT
           END-IF
           PERFORM WRITE-AMOUNT-LINE
           WRITE PP-LINE FROM ALL "="

           MOVE SPACES TO PP-LINE
           WRITE PP-LINE
           MOVE "This is not a tax invoice. The final invoice is "
               & "issued at check-out." TO PP-LINE
           WRITE PP-LINE
           MOVE SPACES TO PP-LINE
           STRING "Please quote pro-forma " PF-ID
               " with your payment."
               DELIMITED BY SIZE INTO PP-LINE
           WRITE PP-LINE
           MOVE "Other services used during the stay are billed at "
               & "check-out." TO PP-LINE
           WRITE PP-LINE
           IF FUNCTION TRIM(PF-STATUS) = 'Superseded'
              OR FUNCTION TRIM(PF-STATUS) = 'Lapsed'
               MOVE SPACES TO PP-LINE
               STRING "*** THIS PRO-FORMA IS "
                   FUNCTION UPPER-CASE(FUNCTION TRIM(PF-STATUS))
                   " ***"
                   DELIMITED BY SIZE INTO PP-LINE
               WRITE PP-LINE
           END-IF
           IF WS-PRINT-COPY = 'Y'
               MOVE "*** COPY - NOT AN ORIGINAL DOCUMENT ***"
                   TO PP-LINE
               WRITE PP-LINE
           END-IF
           MOVE SPACES TO PP-LINE
           STRING "Printed " WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2)
               "-" WS-NOW-STAMP(7:2) " " WS-NOW-STAMP(9:2) ":"
               WS-NOW-STAMP(11:2) "     By: " PF-CREATED-BY
               DELIMITED BY SIZE INTO PP-LINE
           WRITE PP-LINE
           CLOSE PRINT-FILE

           IF WS-PRINT-COPY = 'Y'
               MOVE 'PROFORMA COPY' TO RCA-REPORT-NAME
           ELSE
               MOVE 'PROFORMA' TO RCA-REPORT-NAME
           END-IF
           MOVE '../DATA/PROFORMA.PRN' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

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
           MOVE 'N' TO WS-EOF
           IF WS-HOTEL-LINE-COUNT = 0
               MOVE 1 TO WS-HOTEL-LINE-COUNT
               MOVE "HOTEL RESERVATION MANAGEMENT SYSTEM"
                   TO WS-HOTEL-LINE(1)
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO PP-LINE
           MOVE WS-AL-TEXT TO PP-LINE(1:48)
           MOVE PF-CURRENCY TO PP-LINE(50:3)
           MOVE WS-AL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO PP-LINE(54:13)
           IF WS-AL-CREDIT = 'Y'
               MOVE "CR" TO PP-LINE(68:2)
           END-IF
           WRITE PP-LINE.

       FORMAT-DATE.
           MOVE SPACES TO WS-FD-OUT
           IF WS-FD-IN > 0
               STRING WS-FD-IN(1:4) "-" WS-FD-IN(5:2) "-"
                   WS-FD-IN(7:2)
                   DELIMITED BY SIZE INTO WS-FD-OUT
           END-IF.

      *****************************************************************
      * ID GENERATION PROCEDURES
      *****************************************************************
       OPEN-COUNTERS-FILE.
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
           IF CTR-FILE-ERROR AND WS-CTR-FILE-STATUS = 35
               OPEN OUTPUT COUNTERS-FILE
               CLOSE COUNTERS-FILE
               OPEN I-O COUNTERS-FILE
           END-IF.

       GENERATE-NEXT-PF-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'PROFORMA' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-PF-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-PF-ID
           CLOSE COUNTERS-FILE.

       *> The pro-forma being built sits in the record area, so it is
       *> held aside while the file is read for the highest number.
       SEED-PF-COUNTER.
           MOVE PROFORMA-RECORD TO WS-PF-HOLD
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT PROFORMA-FILE
           IF PF-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ PROFORMA-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF PF-ID > COUNTER-NEXT-ID
                               MOVE PF-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROFORMA-FILE
           MOVE WS-PF-HOLD TO PROFORMA-RECORD
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'PROFORMA' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           MOVE 'MAIN' TO WS-PROPERTY
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
                       IF SESSION-PROPERTY NOT = SPACES
                           MOVE SESSION-PROPERTY TO WS-PROPERTY
                       END-IF
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM proForma.
