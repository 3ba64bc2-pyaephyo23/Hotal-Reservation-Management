           05  QUOTE-EXPIRY-DATE   PIC 9(8).
           05  QUOTE-STATUS        PIC X(10).
           05  QUOTE-BOOKING-ID    PIC 9(5).
           05  QUOTE-ADULTS        PIC 9(2).
           05  QUOTE-CHILDREN      PIC 9(2).
           05  QUOTE-XPERSON-RATE  PIC 9(7).
