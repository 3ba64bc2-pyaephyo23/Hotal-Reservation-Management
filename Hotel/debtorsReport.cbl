       01  WS-RECV-AMOUNT          PIC 9(9).
       01  WS-PMT-METHOD-CHOICE    PIC 9.
       01  WS-RECV-METHOD          PIC X(12).
       01  WS-CARD-REF             PIC X(10).
       01  WS-NEXT-PAYMENT-ID      PIC 9(5).

       01  WS-CURRENT-DATE-DATA.
           DISPLAY "  4. Bank Transfer"
           DISPLAY "  Select payment method: "
           ACCEPT WS-PMT-METHOD-CHOICE
           MOVE SPACES TO WS-CARD-REF
           EVALUATE WS-PMT-METHOD-CHOICE
               WHEN 2
                   MOVE "Card" TO WS-RECV-METHOD
                   DISPLAY "  Card terminal approval code: "
                   ACCEPT WS-CARD-REF
               WHEN 3
                   MOVE "UPI" TO WS-RECV-METHOD
               WHEN 4
           MOVE WS-RECV-AMOUNT TO PAYMENT-SETTLE-AMT
           PERFORM FIND-CASHIER-SESSION
           MOVE WS-CASH-SESSION-ID TO PAYMENT-SESSION-ID
           MOVE WS-CARD-REF TO PAYMENT-CARD-REF
           MOVE 'N' TO PAYMENT-RECON-FLAG
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE.

