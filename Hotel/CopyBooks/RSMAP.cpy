       01  RATE-SHOP-MAP-RECORD.
           05  RM-KEY.
               10  RM-COMPETITOR   PIC X(15).
               10  RM-CATEGORY     PIC X(15).
           05  RM-ROOM-TYPE        PIC X(10).
           05  RM-MAPPED-BY        PIC X(5).
