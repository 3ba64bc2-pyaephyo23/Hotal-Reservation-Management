       01  RS-ORDER-RECORD.
           05  RO-ID               PIC 9(5).
           05  RO-CHECKIN-ID       PIC 9(5).
           05  RO-ROOM-ID          PIC X(5).
           05  RO-ITEM-CODE        PIC X(10).
           05  RO-ITEM-DESC        PIC X(20).
           05  RO-PRICE            PIC 9(7).
           05  RO-ORDER-STAMP      PIC X(14).
           05  RO-STATUS           PIC X(10).
