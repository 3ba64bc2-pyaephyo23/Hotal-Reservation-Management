       01  WS-CUSTOMER-NAME-UPPER  PIC X(20).
       01  WS-BOOKING-COUNT        PIC 999 VALUE 0.
       01  WS-STATUS-CHOICE        PIC 9.
       01  WS-MKT-ANSWER           PIC X.
       01  WS-MKT-NEW              PIC X(3).

       *> Color codes for display - ANSI escape sequences
       01 RED-COLOR          PIC X(8) VALUE X"1B5B33316D".
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-DL-BLACKLIST      PIC X(9).

       *> NRC and phone are masked unless a Manager or Supervisor
       *> is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Master-data change journal - whole record before and after
       COPY "./CopyBooks/MDJAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.

       MAIN-LOOP.
           MOVE SPACES TO PII-MASK-AREA
           PERFORM UNTIL MENU-CHOICE = 9
           DISPLAY CLEAR-SCREEN
           DISPLAY BLUE-COLOR
           "s                       "
           DISPLAY "                        5. Loyalty Points Statemen"
           "t                       "
           DISPLAY "                        6. Marketing Consent      "
           "                        "
           DISPLAY "                                                   "
           DISPLAY "==================================================="
           "============================"
               WHEN 3 PERFORM SEARCH-BY-NAME
               WHEN 4 PERFORM SET-VIP-BLACKLIST-STATUS
               WHEN 5 PERFORM LOYALTY-STATEMENT
               WHEN 6 PERFORM SET-MARKETING-CONSENT
               WHEN 9 GOBACK
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY RED-COLOR "*** ERROR: Invalid selection. P"
                   "lease choose 1-6 or 9. ***" RESET-COLOR
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
                       DISPLAY "4. Remove from Blacklist"
                       DISPLAY "Enter choice: "
                       ACCEPT WS-STATUS-CHOICE
                       MOVE CUSTOMER-RECORD TO MJA-BEFORE
                       EVALUATE WS-STATUS-CHOICE
                           WHEN 1 MOVE 'Y' TO VIP-FLAG
                           WHEN 2 MOVE 'N' TO VIP-FLAG
                                   DISPLAY GREEN-COLOR
                                   "Customer status updated."
                                   RESET-COLOR
                                   PERFORM JOURNAL-CUSTOMER-CHANGE
                           END-REWRITE
                       END-IF
               END-READ
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

      *****************************************************************
      * MARKETING CONSENT - opt-in or opt-out per channel as the
      * guest asks, dated, so the mailing extract only ever picks up
      * a customer whose latest word on that channel was yes.
      *****************************************************************
       SET-MARKETING-CONSENT.
           DISPLAY CLEAR-SCREEN
           DISPLAY "Enter Customer ID: "
           ACCEPT CUSTOMER-ID
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY RED-COLOR "Error opening customer file."
               RESET-COLOR
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY RED-COLOR "Customer ID " CUSTOMER-ID
                   " not found." RESET-COLOR
               NOT INVALID KEY
                   DISPLAY "Customer: " CUSTOMER-NAME
                   DISPLAY "Email consent : " CUSTOMER-MKT-EMAIL
                   DISPLAY "SMS consent   : " CUSTOMER-MKT-SMS
                   DISPLAY "Post consent  : " CUSTOMER-MKT-POST
                   DISPLAY "Recorded      : " CUSTOMER-CONSENT-DATE
                           " by " CUSTOMER-CONSENT-SOURCE
                   DISPLAY " "
                   MOVE CUSTOMER-MKT-CONSENT TO WS-MKT-NEW
                   DISPLAY "Email - Y opt in, N opt out, "
                           "blank no change: "
                   ACCEPT WS-MKT-ANSWER
                   PERFORM APPLY-CONSENT-ANSWER
                   IF WS-MKT-ANSWER NOT = SPACE
                       MOVE WS-MKT-ANSWER TO WS-MKT-NEW(1:1)
                   END-IF
                   DISPLAY "SMS   - Y opt in, N opt out, "
                           "blank no change: "
                   ACCEPT WS-MKT-ANSWER
                   PERFORM APPLY-CONSENT-ANSWER
                   IF WS-MKT-ANSWER NOT = SPACE
                       MOVE WS-MKT-ANSWER TO WS-MKT-NEW(2:1)
                   END-IF
                   DISPLAY "Post  - Y opt in, N opt out, "
                           "blank no change: "
                   ACCEPT WS-MKT-ANSWER
                   PERFORM APPLY-CONSENT-ANSWER
                   IF WS-MKT-ANSWER NOT = SPACE
                       MOVE WS-MKT-ANSWER TO WS-MKT-NEW(3:1)
                   END-IF
                   IF WS-MKT-NEW = CUSTOMER-MKT-CONSENT
                       DISPLAY "No change made."
                   ELSE
                       MOVE CUSTOMER-RECORD TO MJA-BEFORE
                       MOVE WS-MKT-NEW TO CUSTOMER-MKT-CONSENT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CUSTOMER-CONSENT-DATE
                       MOVE 'viewCustomers' TO CUSTOMER-CONSENT-SOURCE
                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY RED-COLOR
                               "Error: Unable to update customer "
                               "record." RESET-COLOR
                           NOT INVALID KEY
                               DISPLAY GREEN-COLOR
                               "Marketing consent updated."
                               RESET-COLOR
                               PERFORM JOURNAL-CUSTOMER-CHANGE
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE CUSTOMER-FILE
           DISPLAY " "
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

       *> Anything but Y or N counts as no change
       APPLY-CONSENT-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-MKT-ANSWER) TO WS-MKT-ANSWER
           IF WS-MKT-ANSWER NOT = 'Y' AND WS-MKT-ANSWER NOT = 'N'
               MOVE SPACE TO WS-MKT-ANSWER
           END-IF.

       *> Customer edits go to the master-data change journal with
       *> the record as it stood before and after.
       JOURNAL-CUSTOMER-CHANGE.
           MOVE CUSTOMER-RECORD TO MJA-AFTER
           MOVE 'Change' TO MJA-ACTION
           MOVE 'CUSTOMERS' TO MJA-FILE
           MOVE CUSTOMER-ID TO MJA-KEY
           MOVE 'viewCustomers' TO MJA-PROGRAM
           CALL 'masterJournal' USING MASTER-JOURNAL-AREA.

      *****************************************************************
      * LOYALTY POINTS STATEMENT - the earn/burn history behind the
      * balance checkOut accrues and redeems. The ledger survives
       DISPLAY-CUSTOMER-RECORD.
           MOVE CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO WS-DL-NAME
           MOVE CUSTOMER-PHONE TO PM-VALUE
           CALL 'maskPii' USING PII-MASK-AREA
           MOVE PM-VALUE TO WS-DL-PHONE
           MOVE CUSTOMER-AGE TO WS-DL-AGE
           MOVE CUSTOMER-GENDER TO WS-DL-GENDER
           MOVE NRC-NUMBER TO PM-VALUE
           CALL 'maskPii' USING PII-MASK-AREA
           MOVE PM-VALUE TO WS-DL-NRC-NUMBER
           IF VIP-FLAG = 'Y'
               MOVE 'Yes' TO WS-DL-VIP
           ELSE
