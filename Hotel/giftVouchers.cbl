       01  WS-IN-MONTHS            PIC 9(2).
       01  WS-PMT-METHOD-CHOICE    PIC 9.
       01  WS-PAY-METHOD           PIC X(12).
       01  WS-CARD-REF             PIC X(10).
       01  WS-NEXT-VOUCHER-ID      PIC 9(5).
       01  WS-NEXT-PAYMENT-ID      PIC 9(5).
       01  WS-EXPIRY-INTEGER       PIC 9(8).
           DISPLAY "  4. Bank Transfer"
           DISPLAY "  Payment method for the sale: "
           ACCEPT WS-PMT-METHOD-CHOICE
           MOVE SPACES TO WS-CARD-REF
           EVALUATE WS-PMT-METHOD-CHOICE
               WHEN 2
                   MOVE "Card" TO WS-PAY-METHOD
                   DISPLAY "  Card terminal approval code: "
                   ACCEPT WS-CARD-REF
               WHEN 3
                   MOVE "UPI" TO WS-PAY-METHOD
               WHEN 4
           MOVE WS-IN-AMOUNT TO PAYMENT-SETTLE-AMT
           PERFORM FIND-CASHIER-SESSION
           MOVE WS-CASH-SESSION-ID TO PAYMENT-SESSION-ID
           MOVE WS-CARD-REF TO PAYMENT-CARD-REF
           MOVE 'N' TO PAYMENT-RECON-FLAG
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE
           DISPLAY "Sale taken by " FUNCTION TRIM(WS-PAY-METHOD)
