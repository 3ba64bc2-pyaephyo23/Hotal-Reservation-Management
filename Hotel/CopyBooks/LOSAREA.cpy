       01  LOS-OFFER-AREA.
           05  LA-MODE             PIC X.
           05  LA-ROOM-TYPE        PIC X(10).
           05  LA-CHECKIN-DATE     PIC 9(8).
           05  LA-CHECKOUT-DATE    PIC 9(8).
           05  LA-RATE             PIC 9(9).
           05  LA-OFFER-CODE       PIC X(10).
           05  LA-OFFER-DESC       PIC X(20).
           05  LA-MIN-NIGHTS       PIC 9(3).
           05  LA-NIGHTS           PIC 9(3).
           05  LA-OFFER-NIGHTS     PIC 9(3).
           05  LA-FREE-NIGHTS      PIC 9(3).
           05  LA-BENEFIT          PIC 9(9).
           05  LA-RESULT           PIC X.
