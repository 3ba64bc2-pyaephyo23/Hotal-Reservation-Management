       01  AMENITY-USAGE-RECORD.
           05  AU-KEY.
               10  AU-ROOM-TYPE    PIC X(10).
               10  AU-ITEM-CODE    PIC X(8).
           05  AU-PER-STAYOVER     PIC 9(3).
           05  AU-PER-DEPARTURE    PIC 9(3).
