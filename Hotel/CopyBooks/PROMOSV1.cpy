       01  PROMO-RECORD.
           05  PROMO-CODE          PIC X(10).
           05  PROMO-DESC          PIC X(20).
           05  PROMO-DISCOUNT-PCT  PIC 9(2).
           05  PROMO-BOOK-START    PIC 9(8).
           05  PROMO-BOOK-END      PIC 9(8).
           05  PROMO-STAY-START    PIC 9(8).
           05  PROMO-STAY-END      PIC 9(8).
           05  PROMO-MIN-NIGHTS    PIC 9(3).
           05  PROMO-USAGE-CAP     PIC 9(5).
           05  PROMO-USED-COUNT    PIC 9(5).
           05  PROMO-STATUS        PIC X(10).
