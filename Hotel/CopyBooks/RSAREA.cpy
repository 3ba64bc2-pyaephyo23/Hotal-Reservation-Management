       01  RATE-SHOP-AREA.
           05  RA-ROOM-TYPE        PIC X(10).
           05  RA-DATE             PIC 9(8).
           05  RA-OUR-PRICE        PIC 9(9).
           05  RA-COMP-COUNT       PIC 9(2).
           05  RA-MIN-PRICE        PIC 9(9).
           05  RA-MEDIAN-PRICE     PIC 9(9).
           05  RA-MAX-PRICE        PIC 9(9).
           05  RA-RANK             PIC 9(2).
           05  RA-GAP              PIC S9(9).
           05  RA-FLAG             PIC X(4).
