       01  HK-DAY-RECORD.
           05  HD-KEY.
               10  HD-SHEET-DATE   PIC 9(8).
               10  HD-PROPERTY     PIC X(4).
               10  HD-ROOM-TYPE    PIC X(10).
           05  HD-STAYOVERS        PIC 9(4).
           05  HD-DEPARTURES       PIC 9(4).
           05  HD-POSTED           PIC X.
