           END-READ
           CLOSE CHECKINOUT-FILE

           *> Sharers hold the one room between them - moving one
           *> alone would leave both half-billed in different rooms.
           IF WS-ROOM-OK = 'Y' AND WS-MOVE-BOOKING-ID > 0
               OPEN INPUT BOOKING-FILE
               MOVE WS-MOVE-BOOKING-ID TO BOOKING-ID
               READ BOOKING-FILE KEY IS BOOKING-ID
                   NOT INVALID KEY
                       IF SHARE-ROLE-BK NOT = SPACE
                           DISPLAY "Stay is on share-with booking "
                                   BOOKING-ID " - the room cannot "
                                   "be moved for one sharer."
                           MOVE 'N' TO WS-ROOM-OK
                       END-IF
               END-READ
               CLOSE BOOKING-FILE
           END-IF

           IF WS-ROOM-OK = 'Y'
               *> Old room's rate prices the nights already spent.
               MOVE 'N' TO WS-ROOM-OK
