      * schedule, undelivered messages for a room show at a glance
      * (and on the check-out screen so nothing leaves with the
      * desk), and every entry is marked done with the operator who
      * actioned it. A caller asking for a guest by name is told
      * there is no such guest when the guest is privacy-flagged,
      * unless a Supervisor opts in, and every lookup that lands on
      * a flagged guest is audited.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT STAYLOG-FILE ASSIGN TO '../DATA/STAYLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAYLOG-ID
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.

       01  WS-IN-ROOM-ID           PIC X(5).
       01  WS-STAY-CHECKIN-ID      PIC 9(5).
       01  WS-STAY-BOOKING-ID      PIC 9(5).
       01  WS-IN-GUEST-NAME        PIC X(30).
       01  WS-MATCH-NAME           PIC X(30).
       01  WS-IN-DATE              PIC 9(8).
       01  WS-IN-TIME              PIC 9(4).
       01  WS-IN-CALLER            PIC X(20).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Privacy-flagged guests are not confirmed to callers
       COPY "./CopyBooks/PRIVAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       *> Only a stay still in house can take a wake-up or message.
       FIND-OPEN-STAY.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Enter Room Number (blank = look up by guest "
                   "name): "
           ACCEPT WS-IN-ROOM-ID
           IF WS-IN-ROOM-ID = SPACES
               PERFORM FIND-STAY-BY-NAME
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-ERROR
               DISPLAY "No check-in records on file."
                          CHECKOUT-FLAG = 'N'
                           MOVE 'Y' TO WS-FOUND
                           MOVE CHECKIN-ID TO WS-STAY-CHECKIN-ID
                           MOVE BOOKING-ID-IO TO WS-STAY-BOOKING-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "No guest in house in room " WS-IN-ROOM-ID
                       "."
               EXIT PARAGRAPH
           END-IF

           *> The room is known to the caller, so the entry is taken
           *> - but a flagged guest's room being asked for is still
           *> a lookup on the audit log.
           MOVE 'Q' TO GPA-MODE
           MOVE WS-STAY-BOOKING-ID TO GPA-BOOKING-ID
           MOVE WS-STAY-CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE 'guestServices' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE 'L' TO GPA-MODE
               MOVE 'RoomLookup' TO GPA-LOOKUP
               CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           END-IF.

       *> "Is Mr X staying with you?" - every registered guest of
       *> every stay is on STAYLOG, so a sharer or walk-in is found
       *> as well as the booker.
       FIND-STAY-BY-NAME.
           DISPLAY "Guest name: "
           ACCEPT WS-IN-GUEST-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-GUEST-NAME))
               TO WS-IN-GUEST-NAME
           OPEN INPUT STAYLOG-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CHECKINOUT-FILE
           IF SL-FILE-OK AND CUST-FILE-OK AND CIO-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
                   READ STAYLOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-STAYLOG-NAME
                   END-READ
               END-PERFORM
           END-IF
           CLOSE STAYLOG-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CHECKINOUT-FILE
           IF WS-FOUND = 'N'
               DISPLAY "No such guest in house: "
                       FUNCTION TRIM(WS-IN-GUEST-NAME) "."
           ELSE
               DISPLAY "Guest is in room " WS-IN-ROOM-ID "."
           END-IF.

       CHECK-STAYLOG-NAME.
           MOVE CUSTOMER-ID-SL TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CUSTOMER-NAME))
               TO WS-MATCH-NAME
           IF WS-MATCH-NAME NOT = WS-IN-GUEST-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE CHECKIN-ID-SL TO CHECKIN-ID
           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CHECKOUT-FLAG NOT = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID-IO TO GPA-BOOKING-ID
           MOVE CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE 'guestServices' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE 'O' TO GPA-MODE
               CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
               IF NOT GPA-REVEALED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-FOUND
           MOVE CHECKIN-ID TO WS-STAY-CHECKIN-ID
           MOVE BOOKING-ID-IO TO WS-STAY-BOOKING-ID
           MOVE ROOM-ID-IO TO WS-IN-ROOM-ID.

       RECORD-WAKEUP.
           PERFORM FIND-OPEN-STAY
           IF WS-FOUND = 'N'
