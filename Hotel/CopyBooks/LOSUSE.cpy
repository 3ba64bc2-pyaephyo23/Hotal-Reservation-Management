       01  LOS-USE-RECORD.
           05  LU-BOOKING-ID       PIC 9(5).
           05  LU-OFFER-CODE       PIC X(10).
           05  LU-ROOM-TYPE        PIC X(10).
           05  LU-CHECKIN-DATE     PIC 9(8).
           05  LU-NIGHTS-BOOKED    PIC 9(3).
           05  LU-RATE             PIC 9(9).
           05  LU-BENEFIT-QUOTED   PIC 9(9).
           05  LU-NIGHTS-STAYED    PIC 9(3).
           05  LU-BENEFIT-GIVEN    PIC 9(9).
           05  LU-INVOICE-ID       PIC 9(5).
           05  LU-STATUS           PIC X(10).
           05  LU-BOOKED-AT        PIC X(14).
           05  LU-BILLED-AT        PIC X(14).
