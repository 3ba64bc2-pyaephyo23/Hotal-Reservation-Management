       01 WS-LETTER-RATE     PIC 9(9).
       01 WS-LETTER-DEPOSIT  PIC 9(9).
       01 WS-LETTER-CALL-STATUS PIC S9(9) COMP.
       01 WS-LETTER-POLICY   PIC X(8).
       01 WS-LETTER-COMP     PIC X.
       COPY "./CopyBooks/CPOLAREA.cpy".
       01 WS-REPRINT-BOOKING-ID PIC 9(5).
       01  WS-BOOKING-COUNTER      PIC 999 VALUE 0.
       01  WS-BOOKING-COUNT-DISPLAY PIC ZZZ.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-DL-GROUP-ID       PIC Z(4)9.

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Privacy-flagged guests are listed under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.

       MAIN-LOOP.
           MOVE SPACES TO PII-MASK-AREA
           PERFORM UNTIL MENU-CHOICE = 9
           DISPLAY CLEAR-SCREEN
           DISPLAY BLUE-COLOR
                   MOVE CHECKOUT-DATE TO WS-LETTER-CHECKOUT
                   MOVE 0 TO WS-LETTER-RATE
                   MOVE DEPOSIT-AMOUNT TO WS-LETTER-DEPOSIT
                   MOVE CANCEL-POLICY-BK TO WS-LETTER-POLICY
                   MOVE SPACE TO WS-LETTER-COMP
                   IF BOOKING-TYPE = 'Comp'
                      OR BOOKING-TYPE = 'House-Use'
                       MOVE 'C' TO WS-LETTER-COMP
                   END-IF
                   PERFORM WRITE-CONFIRMATION-LETTER
                   DISPLAY GREEN-COLOR "Letter queued to "
                           FUNCTION TRIM(WS-LETTER-PATH)
           MOVE "------------------------------------------------"
               TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-LETTER-COMP NOT = SPACE
               MOVE "COMPLIMENTARY STAY - NO CANCELLATION CHARGE."
                   TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE 'L' TO CPA-ACTION
               MOVE WS-LETTER-POLICY TO CPA-CODE
               CALL 'cancelPolicy' USING CANCEL-POLICY-AREA
               MOVE CPA-TERMS-1 TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE CPA-TERMS-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE "================================================"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE BOOKING-ID TO WS-DL-BOOKING-ID
           MOVE ROOM-ID-BK TO WS-DL-ROOM-ID
           MOVE CUSTOMER-NAME-BK TO WS-DL-CUSTOMER-NAME
           MOVE CUSTOMER-PH-BK TO PM-VALUE
           CALL 'maskPii' USING PII-MASK-AREA
           MOVE PM-VALUE TO WS-DL-CUSTOMER-PHONE
           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID TO GPA-BOOKING-ID
           MOVE 0 TO GPA-CHECKIN-ID
           MOVE 'viewBookings' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO WS-DL-CUSTOMER-NAME
               MOVE SPACES TO WS-DL-CUSTOMER-PHONE
           END-IF
           *> Format check-in date as YYYY/MM/DD
           STRING CHECKIN-DATE(1:4) "/" CHECKIN-DATE(5:2) "/"
                  CHECKIN-DATE(7:2) INTO WS-DL-CHECKIN
