               CLOSE BOOKING-FILE
               GOBACK
           END-IF
           IF SHARE-ROLE-BK NOT = SPACE
               DISPLAY "Booking is shared with " SHARE-WITH-BK
                       " - both sit on one room and cannot be "
                       "reassigned apart."
               CLOSE BOOKING-FILE
               GOBACK
           END-IF
           MOVE ROOM-ID-BK TO WS-OLD-ROOM
           MOVE CHECKIN-DATE TO WS-MOVE-IN
           MOVE CHECKOUT-DATE TO WS-MOVE-OUT
