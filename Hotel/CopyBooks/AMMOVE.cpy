       01  AMENITY-MOVE-RECORD.
           05  AX-MOVE-ID          PIC 9(5).
           05  AX-ITEM-CODE        PIC X(8).
           05  AX-TYPE             PIC X(8).
           05  AX-DATE             PIC 9(8).
           05  AX-QTY              PIC 9(6).
           05  AX-REFERENCE        PIC X(20).
           05  AX-RECORDED-BY      PIC X(5).
