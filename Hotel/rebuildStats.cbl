      * or was never kept for a stretch of dates. The same figures
      * the night audit appends are recomputed per day: arrivals,
      * departures, rooms occupied by type, room revenue, service
      * revenue, tax, payments by method, and the complimentary and
      * house-use rooms that occupy without revenue.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT DAILYSTAT-FILE ASSIGN TO '../DATA/DAILYSTATS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  DAILYSTAT-FILE.
       COPY "./CopyBooks/DAILYSTAT.cpy".

       01  WS-DS-FILE-STATUS       PIC 99.
           88 DS-FILE-OK           VALUE 00.
           88 DS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-ROOM-RATE            PIC 9(9).
       01  WS-STAY-COVERS          PIC X.

       *> Same split the night audit makes: a sharer posts its part
       *> of the rate and the room counts once; comp and house-use
       *> rooms occupy but post nothing.
       01  WS-STAY-TYPE            PIC X(10).
       01  WS-SHARE-ROLE           PIC X.
       01  WS-SHARE-PCT            PIC 9(3).
       01  WS-COUNT-ROOM           PIC X.
       01  WS-COMP-ROOMS           PIC 9(5).
       01  WS-HOUSE-ROOMS          PIC 9(5).
       01  WS-SHARED-ROOM-COUNT    PIC 99.
       01  WS-SHARED-ROOM-IDX      PIC 99.
       01  WS-SHARED-ROOM-TABLE.
           05 WS-SHARED-ROOM-ID    PIC X(5) OCCURS 50 TIMES.

       01  WS-TYPE-COUNT           PIC 9(2).
       01  WS-TYPE-IDX             PIC 9(2).
       01  WS-TYPE-FOUND           PIC X.
               10 WS-MT-METHOD     PIC X(12).
               10 WS-MT-TOTAL      PIC 9(9).

       *> Invoice tax breakdown call area
       COPY "./CopyBooks/INVTAXAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           MOVE 0 TO WS-DEPARTURES
           MOVE 0 TO WS-OCCUPIED
           MOVE 0 TO WS-ROOM-REVENUE
           MOVE 0 TO WS-COMP-ROOMS
           MOVE 0 TO WS-HOUSE-ROOMS
           MOVE 0 TO WS-SHARED-ROOM-COUNT
           MOVE 0 TO WS-SVC-REVENUE
           MOVE 0 TO WS-TAX-TOTAL
           MOVE 0 TO WS-TYPE-COUNT
                       IF ACTUAL-CHECKIN-DATE = WS-WORK-DATE
                           ADD 1 TO WS-ARRIVALS
                       END-IF
                       IF CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'Y'
                          AND CHECKOUT-DATE IN CHECKINOUT-RECORD
                              = WS-WORK-DATE
                           ADD 1 TO WS-DEPARTURES
                       END-IF
                       PERFORM CHECK-STAY-COVERS-DAY
                       IF WS-STAY-COVERS = 'Y'
                           PERFORM LOAD-STAY-TERMS
                           IF WS-COUNT-ROOM = 'Y'
                               ADD 1 TO WS-OCCUPIED
                           END-IF
                           PERFORM TALLY-STAY-ROOM
                       END-IF
               END-READ
           IF ACTUAL-CHECKIN-DATE > WS-WORK-DATE
               EXIT PARAGRAPH
           END-IF
           IF CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'N'
               MOVE 'Y' TO WS-STAY-COVERS
           ELSE
               IF CHECKOUT-DATE IN CHECKINOUT-RECORD > WS-WORK-DATE
           IF OVERRIDE-PRICE > 0
               MOVE OVERRIDE-PRICE TO WS-ROOM-RATE
           END-IF
           IF WS-SHARE-PCT > 0 AND WS-SHARE-PCT < 100
               COMPUTE WS-ROOM-RATE ROUNDED =
                   WS-ROOM-RATE * WS-SHARE-PCT / 100
           END-IF
           EVALUATE WS-STAY-TYPE
               WHEN 'Comp'
                   MOVE 0 TO WS-ROOM-RATE
                   IF WS-COUNT-ROOM = 'Y'
                       ADD 1 TO WS-COMP-ROOMS
                   END-IF
               WHEN 'House-Use'
                   MOVE 0 TO WS-ROOM-RATE
                   IF WS-COUNT-ROOM = 'Y'
                       ADD 1 TO WS-HOUSE-ROOMS
                   END-IF
           END-EVALUATE
           ADD WS-ROOM-RATE TO WS-ROOM-REVENUE
           IF WS-COUNT-ROOM = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TYPE-FOUND
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               MOVE 1 TO WS-TY-ROOMS(WS-TYPE-COUNT)
           END-IF.

       LOAD-STAY-TERMS.
           MOVE 'Y' TO WS-COUNT-ROOM
           MOVE SPACES TO WS-STAY-TYPE
           MOVE SPACE TO WS-SHARE-ROLE
           MOVE 0 TO WS-SHARE-PCT
           IF BOOKING-ID-IO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKING-FILE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BOOKING-TYPE TO WS-STAY-TYPE
                   MOVE SHARE-ROLE-BK TO WS-SHARE-ROLE
                   MOVE SHARE-PCT-BK TO WS-SHARE-PCT
           END-READ
           CLOSE BOOKING-FILE
           IF WS-SHARE-ROLE = SPACE
               MOVE 0 TO WS-SHARE-PCT
               EXIT PARAGRAPH
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

       SWEEP-INVOICES-FOR-DAY.
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-ERROR
                          AND FUNCTION TRIM(INVOICE-STATUS)
                              NOT = 'Void'
                           ADD SERVICE-CHARGE TO WS-SVC-REVENUE
                           PERFORM TAX-ON-INVOICE
                           ADD WS-TAX-ONE TO WS-TAX-TOTAL
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

       SWEEP-PAYMENTS-FOR-DAY.
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-ERROR
           MOVE WS-DEPARTURES TO DS-DEPARTURES
           MOVE WS-OCCUPIED TO DS-ROOMS-OCCUPIED
           MOVE WS-ROOM-REVENUE TO DS-ROOM-REVENUE
           MOVE WS-COMP-ROOMS TO DS-COMP-ROOMS
           MOVE WS-HOUSE-ROOMS TO DS-HOUSE-ROOMS
           MOVE WS-SVC-REVENUE TO DS-SVC-REVENUE
           MOVE WS-TAX-TOTAL TO DS-TAX-AMOUNT
           MOVE WS-TYPE-COUNT TO DS-TYPE-COUNT
