       01  METER-READING-RECORD.
           05  MT-KEY.
               10  MT-UTILITY      PIC X.
               10  MT-SCOPE        PIC X.
               10  MT-ROOM-ID      PIC X(5).
               10  MT-BUILDING     PIC X(10).
               10  MT-FLOOR        PIC 9(2).
               10  MT-READ-DATE    PIC 9(8).
           05  MT-READING          PIC 9(9).
           05  MT-PREV-DATE        PIC 9(8).
           05  MT-CONSUMPTION      PIC 9(9).
           05  MT-IMPORTED-DATE    PIC 9(8).
