       01  WS-LINE-COUNT           PIC 9(3).
       01  WS-PMT-METHOD-CHOICE    PIC 9.
       01  WS-PAY-METHOD           PIC X(12).
       01  WS-CARD-REF             PIC X(10).
       01  WS-SETTLE-CHOICE        PIC 9.
       01  WS-CL-COMPANY           PIC X(30).

           DISPLAY "  4. Bank Transfer"
           DISPLAY "  Payment method: "
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
           MOVE WS-ACCT-TOTAL TO PAYMENT-SETTLE-AMT
           PERFORM FIND-CASHIER-SESSION
           MOVE WS-CASH-SESSION-ID TO PAYMENT-SESSION-ID
           MOVE WS-CARD-REF TO PAYMENT-CARD-REF
           MOVE 'N' TO PAYMENT-RECON-FLAG
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE
           DISPLAY "Settled by " FUNCTION TRIM(WS-PAY-METHOD) ".".
           MOVE WS-ACCT-TOTAL TO CL-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO CL-ENTRY-DATE
           MOVE 'Open' TO CL-STATUS
           MOVE 0 TO CL-APPLIED-AMT
           MOVE SPACES TO CL-REFERENCE
           WRITE CITY-LEDGER-RECORD
           CLOSE CITYLEDG-FILE
           DISPLAY "Balance moved to the city ledger under "
