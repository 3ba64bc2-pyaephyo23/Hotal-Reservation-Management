      * from CREATED-AT on the booking records - what was on the
      * books for that month at the same distance out. A month
      * building slower than last year shows while there is still
      * time to act. City events and holidays in EVENTS.DAT that fall
      * in the month are listed under the table, since a month that
      * has one should be running ahead of a year that did not.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PS-FILE-STATUS       PIC 99.
           88 PS-FILE-OK           VALUE 00.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       *> Room type as at the stay, from the inventory history
       COPY "./CopyBooks/ROOMINV.cpy".

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-IN-MONTH             PIC 9(6).
       01  WS-TOT-28D              PIC 9(6).
       01  WS-TOT-LY               PIC 9(6).

       *> Events falling in the month
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-DAY-DATE             PIC 9(8).
       01  WS-DAY-INTEGER          PIC 9(8).
       01  WS-LAST-EVENT-ID        PIC 9(5).
       01  WS-MONTH-EVENTS         PIC 9(3).

       *> Event lookup call area
       COPY "./CopyBooks/EVENTAREA.cpy".

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
           PERFORM REBUILD-LAST-YEAR

           PERFORM SHOW-PACE-TABLE
           PERFORM SHOW-MONTH-EVENTS
           GOBACK.

       FIND-LATEST-SNAP.
           MOVE 'N' TO WS-EOF.

       TALLY-LY-BOOKING.
           *> A sharer's booking rides on the principal's room -
           *> the room is counted once, on the principal.
           IF SHARE-ROLE-BK = 'S'
               EXIT PARAGRAPH
           END-IF
           *> Only nights falling in the last-year month count.
           IF CHECKIN-DATE(1:6) > WS-LY-MONTH
              OR CHECKOUT-DATE(1:6) < WS-LY-MONTH
               ADD 1 TO WS-NIGHT-INTEGER
           END-PERFORM.

       *> The type the room was on the arrival night - a room since
       *> retyped or renumbered still counts where it was sold.
       FIND-BOOKING-ROOM-TYPE.
           MOVE 'T' TO RI-FUNCTION
           MOVE CHECKIN-DATE TO RI-AS-OF-DATE
           MOVE ROOM-ID-BK TO RI-ROOM-ID
           CALL 'roomInventory' USING ROOM-INVENTORY-AREA
           MOVE RI-ROOM-TYPE TO WS-BK-ROOM-TYPE.

       SHOW-PACE-TABLE.
           MOVE 0 TO WS-TOT-NOW
                       "channel action."
           END-IF.

       *> Day by day through the month; each event is listed once,
       *> on the first day it is the strongest event in force.
       SHOW-MONTH-EVENTS.
           MOVE 'L' TO EVA-MODE
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           MOVE 0 TO WS-LAST-EVENT-ID
           MOVE 0 TO WS-MONTH-EVENTS
           COMPUTE WS-MONTH-FIRST = WS-IN-MONTH * 100 + 1
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           MOVE WS-MONTH-FIRST TO WS-DAY-DATE
           PERFORM UNTIL WS-DAY-DATE(1:6) NOT = WS-MONTH-FIRST(1:6)
               MOVE 'C' TO EVA-MODE
               MOVE WS-DAY-DATE TO EVA-DATE-FROM
               MOVE WS-DAY-DATE TO EVA-DATE-TO
               MOVE SPACES TO EVA-PROPERTY
               CALL 'eventLookup' USING EVENT-LOOKUP-AREA
               IF EVA-EVENT-FOUND
                  AND EVA-EVENT-ID NOT = WS-LAST-EVENT-ID
                   IF WS-MONTH-EVENTS = 0
                       DISPLAY " "
                       DISPLAY "CITY EVENTS / HOLIDAYS IN THE MONTH"
                   END-IF
                   ADD 1 TO WS-MONTH-EVENTS
                   MOVE EVA-EVENT-ID TO WS-LAST-EVENT-ID
                   DISPLAY "  " EVA-START-DATE " - " EVA-END-DATE
                           "  " EVA-IMPACT "  "
                           FUNCTION TRIM(EVA-EVENT-NAME)
               END-IF
               ADD 1 TO WS-DAY-INTEGER
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           END-PERFORM.

       END PROGRAM paceReport.
