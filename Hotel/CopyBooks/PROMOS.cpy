           05  PROMO-USAGE-CAP     PIC 9(5).
           05  PROMO-USED-COUNT    PIC 9(5).
           05  PROMO-STATUS        PIC X(10).
           05  PROMO-CANCEL-POLICY PIC X(8).
