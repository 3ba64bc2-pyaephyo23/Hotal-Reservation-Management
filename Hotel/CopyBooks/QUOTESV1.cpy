       01  QUOTE-RECORD.
           05  QUOTE-ID            PIC 9(5).
           05  QUOTE-ROOM-TYPE     PIC X(10).
           05  QUOTE-CHECKIN-DATE  PIC 9(8).
           05  QUOTE-CHECKOUT-DATE PIC 9(8).
           05  QUOTE-NIGHTS        PIC 9(3).
           05  QUOTE-RATE          PIC 9(9).
           05  QUOTE-TOTAL         PIC 9(9).
           05  QUOTE-CURRENCY      PIC X(3).
           05  QUOTE-ISSUED-DATE   PIC 9(8).
           05  QUOTE-EXPIRY-DATE   PIC 9(8).
           05  QUOTE-STATUS        PIC X(10).
           05  QUOTE-BOOKING-ID    PIC 9(5).
