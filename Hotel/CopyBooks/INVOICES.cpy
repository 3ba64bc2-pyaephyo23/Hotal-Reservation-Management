           05 LEVY-AMOUNT-IV      PIC 9(9).
           05 PROPERTY-IV         PIC X(4).
           05 RECEIPT-NO-IV       PIC 9(6).
           05 TAX-EXEMPT-CERT-IV  PIC X(20).
           05 EXEMPT-AMOUNT-IV    PIC 9(9).
           05 GRATUITY-IV         PIC 9(7).
