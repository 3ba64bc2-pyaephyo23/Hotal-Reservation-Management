      *   .  sellable hole
      * A guest holds the check-in night through the night before
      * check-out, same convention as forecastReport.
      * An EVENT line under the day headers carries the impact letter
      * (H/M/L) of any city event or holiday on that day for the
      * building, and the events themselves are listed under the rack.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-HEADER-1             PIC X(72).
       01  WS-HEADER-2             PIC X(72).
       01  WS-HDR-POS              PIC 9(2).
       01  WS-HEADER-3             PIC X(72).

       *> City events falling inside the 14 days
       01  WS-RACK-EVENT-COUNT     PIC 9(2) VALUE 0.
       01  WS-RACK-EVENT-IDX       PIC 9(2).
       01  WS-RACK-EVENT-SEEN      PIC X.
       01  WS-RACK-EVENTS.
           05 WS-RACK-EVENT OCCURS 10 TIMES.
               10 WS-RE-ID         PIC 9(5).
               10 WS-RE-NAME       PIC X(30).
               10 WS-RE-START      PIC 9(8).
               10 WS-RE-END        PIC 9(8).
               10 WS-RE-IMPACT     PIC X(6).

       *> Event lookup call area
       COPY "./CopyBooks/EVENTAREA.cpy".

       01  WS-ROOM-COUNT           PIC 9(3) VALUE 0.

           PERFORM BUILD-DATE-HEADERS
           DISPLAY "ROOM  TYPE       " WS-HEADER-1(1:42)
           DISPLAY "                 " WS-HEADER-2(1:42)
           IF WS-RACK-EVENT-COUNT > 0
               DISPLAY "EVENT            " WS-HEADER-3(1:42)
           END-IF
           DISPLAY "-----------------------------------------------"
                   "-----------"

                   "-----------"
           DISPLAY WS-ROOM-COUNT " room(s).  I=in-house  B=booked  "
                   "O=option  X=out of service  .=free"
           PERFORM VARYING WS-RACK-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-RACK-EVENT-IDX > WS-RACK-EVENT-COUNT
               DISPLAY "Event: " WS-RE-START(WS-RACK-EVENT-IDX)
                       " - " WS-RE-END(WS-RACK-EVENT-IDX) "  "
                       WS-RE-IMPACT(WS-RACK-EVENT-IDX) "  "
                       FUNCTION TRIM(WS-RE-NAME(WS-RACK-EVENT-IDX))
           END-PERFORM
           GOBACK.

       READ-SESSION-PROPERTY.
       BUILD-DATE-HEADERS.
           MOVE SPACES TO WS-HEADER-1
           MOVE SPACES TO WS-HEADER-2
           MOVE SPACES TO WS-HEADER-3
           MOVE 0 TO WS-RACK-EVENT-COUNT
           MOVE 'L' TO EVA-MODE
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 14
               COMPUTE WS-DAY-INTEGER =
               IF FUNCTION MOD(WS-DAY-INTEGER, 7) = 1
                   MOVE "Mo" TO WS-HEADER-2(WS-HDR-POS:2)
               END-IF
               PERFORM MARK-DAY-EVENT
           END-PERFORM.

       MARK-DAY-EVENT.
           MOVE 'C' TO EVA-MODE
           MOVE WS-HDR-DATE TO EVA-DATE-FROM
           MOVE WS-HDR-DATE TO EVA-DATE-TO
           MOVE WS-PROPERTY TO EVA-PROPERTY
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           IF NOT EVA-EVENT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE EVA-IMPACT-CODE TO WS-HEADER-3(WS-HDR-POS:1)
           MOVE 'N' TO WS-RACK-EVENT-SEEN
           PERFORM VARYING WS-RACK-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-RACK-EVENT-IDX > WS-RACK-EVENT-COUNT
               IF WS-RE-ID(WS-RACK-EVENT-IDX) = EVA-EVENT-ID
                   MOVE 'Y' TO WS-RACK-EVENT-SEEN
               END-IF
           END-PERFORM
           IF WS-RACK-EVENT-SEEN = 'N' AND WS-RACK-EVENT-COUNT < 10
               ADD 1 TO WS-RACK-EVENT-COUNT
               MOVE EVA-EVENT-ID TO WS-RE-ID(WS-RACK-EVENT-COUNT)
               MOVE EVA-EVENT-NAME TO WS-RE-NAME(WS-RACK-EVENT-COUNT)
               MOVE EVA-START-DATE TO WS-RE-START(WS-RACK-EVENT-COUNT)
               MOVE EVA-END-DATE TO WS-RE-END(WS-RACK-EVENT-COUNT)
               MOVE EVA-IMPACT TO WS-RE-IMPACT(WS-RACK-EVENT-COUNT)
           END-IF.

       RACK-ONE-ROOM.
           ADD 1 TO WS-ROOM-COUNT
           MOVE ALL "." TO WS-RACK-CELLS
