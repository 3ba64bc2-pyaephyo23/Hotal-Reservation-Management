       01  AMENITY-ITEM-RECORD.
           05  AM-ITEM-CODE        PIC X(8).
           05  AM-DESC             PIC X(30).
           05  AM-KIND             PIC X.
           05  AM-UNIT             PIC X(6).
           05  AM-ON-HAND          PIC 9(6).
           05  AM-AT-LAUNDRY       PIC 9(6).
           05  AM-LAST-RECEIVED    PIC 9(8).
           05  AM-STATUS           PIC X(8).
