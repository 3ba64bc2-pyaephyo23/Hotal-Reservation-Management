               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES.

           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.

           SELECT DAILY-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.
       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  DAILY-REPORT-FILE.
       01  DR-LINE                 PIC X(80).

       01  WS-OCCUPIED-ROOMS       PIC 9(3) VALUE 0.
       01  WS-TOTAL-ROOMS          PIC 9(3) VALUE 0.
       01  WS-DAILY-REVENUE        PIC 9(9) VALUE 0.
       *> Occupied rooms carrying no room revenue, shown apart
       01  WS-COMP-ROOMS           PIC 9(3) VALUE 0.
       01  WS-HOUSE-ROOMS          PIC 9(3) VALUE 0.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-COMP-EOF             PIC X.
       01  WS-COMP-TYPE            PIC X(10).

       *> Calculations
       01  WS-OCCUPANCY-RATE       PIC 9(3)V99.
       01  WS-DISPLAY-CHECKINS     PIC ZZ9.
       01  WS-DISPLAY-CHECKOUTS    PIC ZZ9.
       01  WS-DISPLAY-OCCUPIED     PIC ZZ9.
       01  WS-DISPLAY-COMP         PIC ZZ9.
       01  WS-DISPLAY-HOUSE        PIC ZZ9.
       01  WS-DISPLAY-TOTAL        PIC ZZ9.
       01  WS-DISPLAY-OCCUPANCY    PIC ZZ9.99.
       01  WS-DISPLAY-REVENUE      PIC $(9).
           88 DR-FILE-OK           VALUE 00.
           88 DR-FILE-ERROR        VALUE 01 THRU 99.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Privacy-flagged guests print under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           PERFORM GET-REPORT-DATE
           PERFORM COUNT-CHECKINS-CHECKOUTS
           PERFORM CALCULATE-OCCUPANCY
           PERFORM COUNT-COMP-ROOMS
           PERFORM CALCULATE-DAILY-REVENUE
           PERFORM DISPLAY-SUMMARY-REPORT
           PERFORM WRITE-SUMMARY-REPORT-FILE
               IF WS-ARRIVALS-COUNT < 50
                   MOVE CHECKIN-ID TO WS-TARGET-BOOKING-ID
                   PERFORM FIND-BOOKING-CUSTOMER-NAME
                   PERFORM APPLY-PRIVACY-ALIAS
                   ADD 1 TO WS-ARRIVALS-COUNT
                   MOVE ROOM-ID-IO TO
                       WS-ARR-ROOM-ID(WS-ARRIVALS-COUNT)
               IF WS-DEPARTURES-COUNT < 50
                   MOVE CHECKIN-ID TO WS-TARGET-BOOKING-ID
                   PERFORM FIND-BOOKING-CUSTOMER-NAME
                   PERFORM APPLY-PRIVACY-ALIAS
                   ADD 1 TO WS-DEPARTURES-COUNT
                   MOVE ROOM-ID-IO TO
                       WS-DEP-ROOM-ID(WS-DEPARTURES-COUNT)
               END-IF
           END-IF.

       *> A guest who asked us not to confirm the stay goes on the
       *> lists under their alias. The booking is tried first, then
       *> the stay for a walk-in.
       APPLY-PRIVACY-ALIAS.
           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID-IO TO GPA-BOOKING-ID
           MOVE CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE 'dailyReport' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO WS-LOOKUP-CUSTOMER-NAME
           END-IF.

       CHECK-PREF-ON-FILE.
           MOVE 'N' TO WS-PREF-ON-FILE
           IF WS-SL-CUSTOMER-ID = 0
               MOVE 0 TO WS-OCCUPANCY-RATE
           END-IF.

       *> Complimentary and house-use stays in house tonight, for
       *> this building - occupied, but not sold.
       COUNT-COMP-ROOMS.
           MOVE 0 TO WS-COMP-ROOMS
           MOVE 0 TO WS-HOUSE-ROOMS
           OPEN INPUT CHECKINOUT-FILE
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE CHECKINOUT-FILE
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ROOMS-FILE
           MOVE 'N' TO WS-COMP-EOF
           PERFORM UNTIL WS-COMP-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COMP-EOF
                   NOT AT END
                       IF CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'N'
                          AND BOOKING-ID-IO > 0
                           PERFORM CHECK-COMP-STAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           CLOSE BOOKING-FILE
           CLOSE CHECKINOUT-FILE.

       CHECK-COMP-STAY.
           MOVE SPACES TO WS-COMP-TYPE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE BOOKING-TYPE TO WS-COMP-TYPE
           END-READ
           IF WS-COMP-TYPE NOT = 'Comp'
              AND WS-COMP-TYPE NOT = 'House-Use'
               EXIT PARAGRAPH
           END-IF
           MOVE ROOM-ID-IO TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF R-PROPERTY = WS-PROPERTY
              OR (R-PROPERTY = SPACES AND WS-PROPERTY = 'MAIN')
               IF WS-COMP-TYPE = 'Comp'
                   ADD 1 TO WS-COMP-ROOMS
               ELSE
                   ADD 1 TO WS-HOUSE-ROOMS
               END-IF
           END-IF.

       CALCULATE-DAILY-REVENUE.
           OPEN INPUT CHECKINOUT-FILE
           IF WS-CHECKINOUT-FILE-STATUS NOT = 00
       GET-INVOICE-REVENUE.
           MOVE CHECKIN-ID TO WS-TARGET-BOOKING-ID
           PERFORM FIND-INVOICE-FOR-CHECKIN
           *> Gratuity belongs to the staff pool, not to revenue.
           IF WS-INVOICE-FOUND = 'Y'
               ADD TOTAL-CHARGE TO WS-DAILY-REVENUE
               SUBTRACT GRATUITY-IV FROM WS-DAILY-REVENUE
           END-IF.

       FIND-INVOICE-FOR-CHECKIN.
           MOVE WS-CHECKINS-TODAY TO WS-DISPLAY-CHECKINS
           MOVE WS-CHECKOUTS-TODAY TO WS-DISPLAY-CHECKOUTS
           MOVE WS-OCCUPIED-ROOMS TO WS-DISPLAY-OCCUPIED
           MOVE WS-COMP-ROOMS TO WS-DISPLAY-COMP
           MOVE WS-HOUSE-ROOMS TO WS-DISPLAY-HOUSE
           MOVE WS-TOTAL-ROOMS TO WS-DISPLAY-TOTAL
           MOVE WS-OCCUPANCY-RATE TO WS-DISPLAY-OCCUPANCY
           MOVE WS-DAILY-REVENUE TO WS-DISPLAY-REVENUE
           FUNCTION TRIM(WS-DISPLAY-TOTAL)
           DISPLAY "                       Occupancy Rate       : "
           FUNCTION TRIM(WS-DISPLAY-OCCUPANCY) "%"
           DISPLAY "                       Complimentary Rooms  : "
           FUNCTION TRIM(WS-DISPLAY-COMP)
           DISPLAY "                       House-Use Rooms      : "
           FUNCTION TRIM(WS-DISPLAY-HOUSE)
           DISPLAY "                                                   "
           DISPLAY CYAN-COLOR "                     REVENUE:"
           RESET-COLOR
                  DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "  Complimentary Rooms  : "
                  FUNCTION TRIM(WS-DISPLAY-COMP)
                  DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "  House-Use Rooms      : "
                  FUNCTION TRIM(WS-DISPLAY-HOUSE)
                  DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           WRITE DR-LINE
           MOVE "REVENUE:" TO DR-LINE
           WRITE DR-LINE
               TO DR-LINE
           WRITE DR-LINE

           CLOSE DAILY-REPORT-FILE
           MOVE 'DAILY' TO RCA-REPORT-NAME
           MOVE WS-REPORT-FILENAME TO RCA-REPORT-FILE
           MOVE WS-REPORT-DATE TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       WRITE-ARRIVALS-LIST.
           MOVE "ARRIVALS TODAY:" TO DR-LINE
