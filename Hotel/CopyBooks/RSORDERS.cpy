           05  RO-PRICE            PIC 9(7).
           05  RO-ORDER-STAMP      PIC X(14).
           05  RO-STATUS           PIC X(10).
           05  RO-TIP              PIC 9(7).
