               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT PACESNAP-FILE ASSIGN TO '../DATA/PACESNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".


       FD  PACESNAP-FILE.
       COPY "./CopyBooks/PACESNAP.cpy".
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       *> Room type as at the stay, from the inventory history
       COPY "./CopyBooks/ROOMINV.cpy".
       01  WS-PS-FILE-STATUS       PIC 99.
           88 PS-FILE-OK           VALUE 00.
           88 PS-FILE-ERROR        VALUE 01 THRU 99.
           CLOSE BOOKING-FILE.

       TALLY-ONE-BOOKING.
           *> A sharer's booking rides on the principal's room -
           *> the room is counted once, on the principal.
           IF SHARE-ROLE-BK = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOOKING-ROOM-TYPE
           IF WS-BK-ROOM-TYPE = SPACES
               EXIT PARAGRAPH
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

       FIND-TYPE-SLOT.
           MOVE 'N' TO WS-TYPE-HIT
