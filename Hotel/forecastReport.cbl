      * giving occupancy percentage and expected room revenue (at the
      * seasonal rate in force on each night) for every future date.
      * Used to staff housekeeping/kitchen and to call walk-in stops.
      * Dates that fall on a city event or holiday in EVENTS.DAT carry
      * the event's impact (H/M/L) and name.
      *****************************************************************

       ENVIRONMENT DIVISION.
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> City event marker for the day
       01  WS-EVENT-MARK           PIC X(36).

       *> Event lookup call area
       COPY "./CopyBooks/EVENTAREA.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               GOBACK
           END-IF

           MOVE 'L' TO EVA-MODE
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           INITIALIZE WS-NIGHTS-TABLE
           PERFORM TALLY-FORWARD-BOOKINGS
           PERFORM WRITE-FORECAST-REPORT
           CLOSE BOOKING-FILE.

       TALLY-ONE-BOOKING.
           *> A sharer's booking rides on the principal's room -
           *> the room is counted once, on the principal.
           IF SHARE-ROLE-BK = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOOKING-ROOM-TYPE
           IF WS-TYPE-FOUND = 'N'
               EXIT PARAGRAPH
           END-PERFORM

           CLOSE FORECAST-REPORT-FILE
           MOVE 'FORECAST' TO RCA-REPORT-NAME
           MOVE '../DATA/FORECAST.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY " "
           DISPLAY "Forecast written to FORECAST.RPT".

               MOVE 0 TO WS-OCC-PCT
           END-IF

           PERFORM FIND-DAY-EVENT

           MOVE SPACES TO FC-LINE
           STRING WS-FORECAST-DATE "  " WS-OCC-PCT "%  "
               WS-DAY-OCCUPIED "/" WS-DAY-CAPACITY
               "  " WS-DAY-REVENUE "  " WS-EVENT-MARK
               DELIMITED BY SIZE INTO FC-LINE
           WRITE FC-LINE

           DISPLAY WS-FORECAST-DATE "  " WS-OCC-PCT "%  "
                   WS-DAY-OCCUPIED "/" WS-DAY-CAPACITY
                   "  rev " WS-DAY-REVENUE " " WS-EVENT-MARK

           *> One indented breakdown line per type with nights sold
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

       FIND-DAY-EVENT.
           MOVE SPACES TO WS-EVENT-MARK
           MOVE 'C' TO EVA-MODE
           MOVE WS-FORECAST-DATE TO EVA-DATE-FROM
           MOVE WS-FORECAST-DATE TO EVA-DATE-TO
           MOVE SPACES TO EVA-PROPERTY
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           IF EVA-EVENT-FOUND
               STRING "*" EVA-IMPACT-CODE "* " EVA-EVENT-NAME
                   DELIMITED BY SIZE INTO WS-EVENT-MARK
           END-IF.

       END PROGRAM forecastReport.
