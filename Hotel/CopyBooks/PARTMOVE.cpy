       01  PART-MOVE-RECORD.
           05  PX-MOVE-ID          PIC 9(5).
           05  PX-PART-CODE        PIC X(8).
           05  PX-TYPE             PIC X(8).
           05  PX-DATE             PIC 9(8).
           05  PX-QTY              PIC 9(5).
           05  PX-UNIT-COST        PIC 9(7).
           05  PX-VALUE            PIC 9(9).
           05  PX-WO-ID            PIC 9(5).
           05  PX-ROOM-ID          PIC X(5).
           05  PX-CATEGORY         PIC X(12).
           05  PX-REFERENCE        PIC X(20).
           05  PX-RECORDED-BY      PIC X(5).
