           MOVE 'N' TO WS-EOF.

       TALLY-ONE-BOOKING.
           *> A sharer's booking rides on the principal's room -
           *> the room is counted once, on the principal.
           IF SHARE-ROLE-BK = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOOKING-ROOM-TYPE
           IF WS-SEEK-TYPE = SPACES
               EXIT PARAGRAPH
