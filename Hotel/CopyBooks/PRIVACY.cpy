       01  PRIVACY-RECORD.
           05  PV-KEY.
               10  PV-KIND         PIC X.
               10  PV-REF-ID       PIC 9(5).
           05  PV-BOOKING-ID       PIC 9(5).
           05  PV-CHECKIN-ID       PIC 9(5).
           05  PV-CUSTOMER-ID      PIC 9(5).
           05  PV-GUEST-NAME       PIC X(30).
           05  PV-ALIAS            PIC X(30).
           05  PV-ACTIVE           PIC X.
           05  PV-SET-WHERE        PIC X(10).
           05  PV-SET-BY           PIC X(5).
           05  PV-SET-AT           PIC X(14).
