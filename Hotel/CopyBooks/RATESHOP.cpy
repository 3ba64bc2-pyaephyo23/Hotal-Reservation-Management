       01  RATE-SHOP-RECORD.
           05  RS-KEY.
               10  RS-SHOP-DATE    PIC 9(8).
               10  RS-ROOM-TYPE    PIC X(10).
               10  RS-COMPETITOR   PIC X(15).
           05  RS-COMP-CATEGORY    PIC X(15).
           05  RS-PRICE            PIC 9(9).
           05  RS-IMPORTED-AT      PIC X(14).
