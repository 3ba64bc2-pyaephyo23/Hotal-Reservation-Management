       01  INVOICE-TAX-AREA.
           05  ITA-INVOICE-ID      PIC 9(5).
           05  ITA-ROOM-CHARGE     PIC 9(9).
           05  ITA-SERVICE-CHARGE  PIC 9(9).
           05  ITA-TAX-RATE        PIC 9(2).
           05  ITA-SOURCE          PIC X.
           05  ITA-TAX-TOTAL       PIC 9(9).
           05  ITA-LINE-COUNT      PIC 9(2).
           05  ITA-LINE OCCURS 10 TIMES.
               10  ITA-CODE        PIC X(4).
               10  ITA-DESC        PIC X(20).
               10  ITA-RATE        PIC 9(2).
               10  ITA-BASE        PIC 9(9).
               10  ITA-ROOM-BASE   PIC 9(9).
               10  ITA-TAX         PIC 9(9).
               10  ITA-EXEMPT-TAX  PIC 9(9).
