       01  WS-SEARCH-CHECKIN-ID        PIC 9(5).
       01  WS-FOUND                    PIC X VALUE 'N'.
       01  WS-STATUS-FILTER-FLAG       PIC X VALUE 'N'.
       01  WS-SEARCH-NAME              PIC X(30).
       01  WS-MATCH-NAME               PIC X(30).
       01  WS-PRIVACY-LOG              PIC X VALUE 'N'.
       01  WS-REVEAL-NAME              PIC X VALUE 'N'.

       *> Privacy-flagged guests show under their alias, and a
       *> search that lands on one is audited
       COPY "./CopyBooks/PRIVAREA.cpy".

       *> Working variables for display
       01  WS-CUSTOMER-NAME-TEMP       PIC X(20).
           " checked out)        "
           DISPLAY "                         6. View Completed Stays ("
           "Checked out)        "
           DISPLAY "                         7. Search by Guest Name  "
           "                         "
           DISPLAY "                                                   "
           DISPLAY "==================================================="
           "================================"
           "================================"
           DISPLAY " "
           ACCEPT MENU-CHOICE
           MOVE 'N' TO WS-PRIVACY-LOG

           EVALUATE MENU-CHOICE
               WHEN 1
                   PERFORM VIEW-ACTIVE-STAYS
               WHEN 6
                   PERFORM VIEW-COMPLETED-STAYS
               WHEN 7
                   PERFORM SEARCH-BY-GUEST-NAME
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY RED-COLOR "*** ERROR: Invalid selection."
                   " Please choose 1-7 or 9. ***" RESET-COLOR
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
           DISPLAY " "
           DISPLAY "Enter Customer ID: "
           ACCEPT WS-SEARCH-CUSTOMER-ID
           MOVE 'Y' TO WS-PRIVACY-LOG

           OPEN INPUT STAYLOG-FILE
           OPEN INPUT CUSTOMER-FILE
           DISPLAY " "
           DISPLAY "Enter Room ID: "
           ACCEPT WS-SEARCH-ROOM-ID
           MOVE 'Y' TO WS-PRIVACY-LOG

           OPEN INPUT STAYLOG-FILE
           OPEN INPUT CUSTOMER-FILE
           DISPLAY " "
           DISPLAY "Enter Check-in ID: "
           ACCEPT WS-SEARCH-CHECKIN-ID
           MOVE 'Y' TO WS-PRIVACY-LOG

           OPEN INPUT STAYLOG-FILE
           OPEN INPUT CUSTOMER-FILE
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

       *> A name search never confirms a privacy-flagged guest:
       *> their stays are left out, and the desk is told there is
       *> no such guest, unless a Supervisor opts in.
       SEARCH-BY-GUEST-NAME.
           DISPLAY CLEAR-SCREEN
           DISPLAY CYAN-COLOR
           DISPLAY "=================================================="
           "====================================="
           DISPLAY "                          SEARCH BY GUEST NAM"
           "E                                   "
           DISPLAY "=================================================="
           "====================================="
           RESET-COLOR
           DISPLAY " "
           DISPLAY "Enter Guest Name: "
           ACCEPT WS-SEARCH-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEARCH-NAME))
               TO WS-SEARCH-NAME

           OPEN INPUT STAYLOG-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CHECKINOUT-FILE
           OPEN INPUT ROOMS-FILE

           DISPLAY " "
           DISPLAY WS-HEADER-1
           DISPLAY WS-HEADER-2
           DISPLAY " "

           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-STAYLOG-COUNTER

           PERFORM UNTIL WS-EOF = 'Y'
               READ STAYLOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-GUEST-NAME-MATCH
               END-READ
           END-PERFORM

           IF WS-FOUND = 'N'
               DISPLAY " "
           DISPLAY "=================================================="
           "====================================="
               DISPLAY YELLOW-COLOR "No such guest: "
               FUNCTION TRIM(WS-SEARCH-NAME) RESET-COLOR
           DISPLAY "=================================================="
           "====================================="
           ELSE
               DISPLAY " "
           DISPLAY "=================================================="
           "====================================="
               MOVE WS-STAYLOG-COUNTER TO WS-STAYLOG-COUNT-DISPLAY
               DISPLAY GREEN-COLOR "Found "
               WS-STAYLOG-COUNT-DISPLAY
               " stay log(s) for Guest: "
               FUNCTION TRIM(WS-SEARCH-NAME) RESET-COLOR
           DISPLAY "=================================================="
           "====================================="
           END-IF

           PERFORM CLOSE-ALL-FILES

           DISPLAY " "
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

       CHECK-GUEST-NAME-MATCH.
           MOVE CUSTOMER-ID-SL TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CUSTOMER-NAME))
               TO WS-MATCH-NAME
           IF WS-MATCH-NAME NOT = WS-SEARCH-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID-SL TO GPA-BOOKING-ID
           MOVE CHECKIN-ID-SL TO GPA-CHECKIN-ID
           MOVE 'viewStaylogs' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE 'O' TO GPA-MODE
               CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
               IF NOT GPA-REVEALED
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-REVEAL-NAME
           END-IF

           PERFORM DISPLAY-STAYLOG-DETAIL
           MOVE 'N' TO WS-REVEAL-NAME
           ADD 1 TO WS-STAYLOG-COUNTER
           MOVE 'Y' TO WS-FOUND.

       VIEW-ACTIVE-STAYS.
           DISPLAY CLEAR-SCREEN
           DISPLAY GREEN-COLOR
                   MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME-TEMP
           END-READ

           *> Privacy-flagged guest: alias on the list, and a search
           *> that found them goes to the audit log
           IF WS-REVEAL-NAME NOT = 'Y'
               MOVE 'Q' TO GPA-MODE
               MOVE BOOKING-ID-SL TO GPA-BOOKING-ID
               MOVE CHECKIN-ID-SL TO GPA-CHECKIN-ID
               MOVE 'viewStaylogs' TO GPA-PROGRAM
               CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
               IF GPA-IS-PRIVATE
                   MOVE GPA-ALIAS TO WS-CUSTOMER-NAME-TEMP
                   IF WS-PRIVACY-LOG = 'Y'
                       MOVE 'L' TO GPA-MODE
                       MOVE 'Lookup' TO GPA-LOOKUP
                       CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
                   END-IF
               END-IF
           END-IF

           *> Get room type
           MOVE ROOM-ID-SL TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
