       01  DAILY-STAT-RECORD.
           05  DS-DATE             PIC 9(8).
           05  DS-ARRIVALS         PIC 9(5).
           05  DS-DEPARTURES       PIC 9(5).
           05  DS-ROOMS-OCCUPIED   PIC 9(5).
           05  DS-ROOM-REVENUE     PIC 9(9).
           05  DS-SVC-REVENUE      PIC 9(9).
           05  DS-TAX-AMOUNT       PIC 9(9).
           05  DS-TYPE-COUNT       PIC 9(2).
           05  DS-TYPE-OCC OCCURS 10 TIMES.
               10  DS-TYPE-CODE    PIC X(10).
               10  DS-TYPE-ROOMS   PIC 9(3).
           05  DS-METHOD-COUNT     PIC 9(2).
           05  DS-PAYMENTS OCCURS 5 TIMES.
               10  DS-PAY-METHOD   PIC X(12).
               10  DS-PAY-AMOUNT   PIC 9(9).
