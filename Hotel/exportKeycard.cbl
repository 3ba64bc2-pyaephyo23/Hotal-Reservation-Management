       01  WS-SL-CUSTOMER-ID       PIC 9(5).
       01  WS-EXPORT-COUNT         PIC 9(5) VALUE 0.

       *> Privacy-flagged guests are encoded under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       01  CYAN-COLOR         PIC X(8) VALUE X"1B5B33366D".
       01  RESET-COLOR        PIC X(4) VALUE X"1B5B306D".
       01  CLEAR-SCREEN       PIC X(4) VALUE X"1B5B324A".
               MOVE SPACES TO KC-CUSTOMER-NAME
           END-IF

           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID-IO TO GPA-BOOKING-ID
           MOVE CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE 'exportKeycard' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO KC-CUSTOMER-NAME
           END-IF

           IF CHECKOUT-FLAG = 'Y'
               MOVE CHECKOUT-DATE TO KC-VALID-TO-DATE
               MOVE CHECKOUT-TIME TO KC-VALID-TO-TIME
