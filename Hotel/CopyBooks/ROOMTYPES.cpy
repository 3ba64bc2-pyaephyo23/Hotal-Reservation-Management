           05  ROOM-TYPE-COUNT     PIC 9(3).
           05  ROOM-TYPE-STATUS    PIC X(10).
           05  ROOM-TYPE-CURRENCY  PIC X(3).
           05  ROOM-TYPE-BASE-OCC  PIC 9(2).
           05  ROOM-TYPE-MAX-OCC   PIC 9(2).
           05  ROOM-TYPE-XADULT-CHG PIC 9(7).
           05  ROOM-TYPE-XCHILD-CHG PIC 9(7).
           05  ROOM-TYPE-TAX-CODE  PIC X(4).
