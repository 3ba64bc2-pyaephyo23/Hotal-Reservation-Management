       01  LUGGAGE-RECORD.
           05  LG-ID               PIC 9(5).
           05  LG-TAG-NO           PIC X(6).
           05  LG-PIECES           PIC 9(2).
           05  LG-GUEST-NAME       PIC X(25).
           05  LG-BOOKING-ID       PIC 9(5).
           05  LG-CHECKIN-ID       PIC 9(5).
           05  LG-WALKIN-NOTE      PIC X(30).
           05  LG-LOCATION         PIC X(10).
           05  LG-STORED-BY        PIC X(5).
           05  LG-STORED-DATE      PIC 9(8).
           05  LG-STORED-TIME      PIC 9(4).
           05  LG-RELEASED-BY      PIC X(5).
           05  LG-RELEASED-TO      PIC X(25).
           05  LG-RELEASE-DATE     PIC 9(8).
           05  LG-RELEASE-TIME     PIC 9(4).
           05  LG-STATUS           PIC X(8).
