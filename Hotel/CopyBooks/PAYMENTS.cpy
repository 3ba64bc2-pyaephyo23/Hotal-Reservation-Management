           05  PAYMENT-SETTLE-CURR  PIC X(3).
           05  PAYMENT-SETTLE-AMT   PIC 9(9).
           05  PAYMENT-SESSION-ID   PIC 9(5).
           05  PAYMENT-CARD-REF     PIC X(10).
           05  PAYMENT-RECON-FLAG   PIC X.
