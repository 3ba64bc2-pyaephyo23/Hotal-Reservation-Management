               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN ARCHIVE-INVOICE-RECORD
               FILE STATUS IS WS-AI-FILE-STATUS.
           SELECT YOY-REPORT-FILE ASSIGN TO '../DATA/YOY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "./CopyBooks/INVOICES.cpy"
           REPLACING ==INVOICE-RECORD== BY ==ARCHIVE-INVOICE-RECORD==.


       FD  YOY-REPORT-FILE.
       01  YY-LINE                 PIC X(90).
       01  WS-OTHER-IDX            PIC 9(2).
       01  WS-OTHER-REV            PIC 9(9).

       *> Room-night tally for the occupancy line. The rooms on
       *> hand are taken night by night from the inventory history,
       *> so a month last year is measured against last year's rooms.
       COPY "./CopyBooks/ROOMINV.cpy".
       01  WS-AVAIL-NIGHTS         PIC 9(7).
       01  WS-AVAIL-INTEGER        PIC 9(8).
       01  WS-AVAIL-END-INT        PIC 9(8).
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-MONTH-LAST           PIC 9(8).
       01  WS-NEXT-FIRST           PIC 9(8).
       01  WS-OCC-DSP-1            PIC ZZ9.99.
       01  WS-OCC-DSP-2            PIC ZZ9.99.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           COMPUTE WS-PRIOR-PERIOD = WS-THIS-PERIOD - 100

           INITIALIZE WS-YEAR-FIGURES

           MOVE WS-THIS-PERIOD TO WS-TARGET-PERIOD
           MOVE 1 TO WS-PERIOD-IDX

       GATHER-ONE-PERIOD.
           PERFORM SET-MONTH-BOUNDS
           PERFORM COUNT-AVAILABLE-NIGHTS
           PERFORM SWEEP-LIVE-BOOKINGS
           PERFORM SWEEP-ARCHIVE-BOOKINGS
           PERFORM SWEEP-LIVE-INVOICES
                   WS-YF-REVENUE(WS-PERIOD-IDX)
                   / WS-YF-INVOICES(WS-PERIOD-IDX)
           END-IF
           IF WS-AVAIL-NIGHTS > 0
               COMPUTE WS-YF-OCC-PCT(WS-PERIOD-IDX) ROUNDED =
                   WS-YF-ROOM-NIGHTS(WS-PERIOD-IDX) * 100
                   / WS-AVAIL-NIGHTS
           END-IF.

       *> First and last day of the target month; the month length
           COMPUTE WS-MONTH-LAST =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).

       COUNT-AVAILABLE-NIGHTS.
           MOVE 0 TO WS-AVAIL-NIGHTS
           COMPUTE WS-AVAIL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           COMPUTE WS-AVAIL-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-LAST)
           MOVE 'C' TO RI-FUNCTION
           PERFORM UNTIL WS-AVAIL-INTEGER > WS-AVAIL-END-INT
               COMPUTE RI-AS-OF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-AVAIL-INTEGER)
               CALL 'roomInventory' USING ROOM-INVENTORY-AREA
               ADD RI-TOTAL-ROOMS TO WS-AVAIL-NIGHTS
               ADD 1 TO WS-AVAIL-INTEGER
           END-PERFORM.

       SWEEP-LIVE-BOOKINGS.
           OPEN INPUT BOOKING-FILE
                           END-IF
                           IF BOOKING-STATUS IN BOOKING-RECORD
                                   NOT = 'Cancelled'
                              AND SHARE-ROLE-BK IN BOOKING-RECORD
                                   NOT = 'S'
                               MOVE CHECKIN-DATE IN BOOKING-RECORD
                                   TO WS-TB-CHECKIN
                               MOVE CHECKOUT-DATE IN BOOKING-RECORD
                           IF BOOKING-STATUS IN
                                   ARCHIVE-BOOKING-RECORD
                                   NOT = 'Cancelled'
                              AND SHARE-ROLE-BK IN
                                   ARCHIVE-BOOKING-RECORD NOT = 'S'
                               MOVE CHECKIN-DATE IN
                                   ARCHIVE-BOOKING-RECORD
                                   TO WS-TB-CHECKIN
               CLOSE ARCHIVE-BOOKING-FILE
           END-IF

           *> The room's type as it stood in the month billed
           IF WS-LOOKUP-ROOM-ID NOT = SPACES
               MOVE 'T' TO RI-FUNCTION
               MOVE WS-MONTH-FIRST TO RI-AS-OF-DATE
               MOVE WS-LOOKUP-ROOM-ID TO RI-ROOM-ID
               CALL 'roomInventory' USING ROOM-INVENTORY-AREA
               MOVE RI-ROOM-TYPE TO WS-LOOKUP-TYPE
           END-IF

           IF WS-LOOKUP-TYPE = SPACES
           END-PERFORM

           CLOSE YOY-REPORT-FILE
           MOVE 'YOY' TO RCA-REPORT-NAME
           MOVE '../DATA/YOY.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY " "
           DISPLAY "Report written to YOY.RPT".

