       01  LAUNDRY-TICKET-RECORD.
           05  LT-TICKET           PIC 9(5).
           05  LT-CHECKIN-ID       PIC 9(5).
           05  LT-ROOM-ID          PIC X(5).
           05  LT-ITEM-QTY         PIC 9(3) OCCURS 6 TIMES.
           05  LT-SERVICE-LEVEL    PIC X(7).
           05  LT-COLLECTED-STAMP  PIC X(12).
           05  LT-PROMISED-STAMP   PIC X(12).
           05  LT-RETURNED-STAMP   PIC X(12).
           05  LT-AMOUNT           PIC 9(7).
           05  LT-FOLIO-LINE-ID    PIC 9(5).
           05  LT-NOTE             PIC X(30).
           05  LT-STATUS           PIC X(10).
