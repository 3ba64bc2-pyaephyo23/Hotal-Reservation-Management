           05 CHECKOUT-TIME         PIC 9(6) VALUE ZEROES.
           05 OVERRIDE-PRICE        PIC 9(9) VALUE ZEROES.
           05 PROPERTY-IO           PIC X(4).
           05 EARLY-ARRIVAL-IO      PIC X VALUE 'N'.
           05 EARLY-FEE-IO          PIC 9(7) VALUE ZEROES.
