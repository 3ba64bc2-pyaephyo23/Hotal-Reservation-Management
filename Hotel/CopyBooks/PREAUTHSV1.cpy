       01  PREAUTH-RECORD.
           05  PA-ID               PIC 9(5).
           05  PA-CHECKIN-ID       PIC 9(5).
           05  PA-ROOM-ID          PIC X(5).
           05  PA-CARD-LAST4       PIC X(4).
           05  PA-AUTH-CODE        PIC X(10).
           05  PA-AMOUNT           PIC 9(9).
           05  PA-AUTH-DATE        PIC 9(8).
           05  PA-STATUS           PIC X(10).
           05  PA-ACTION-DATE      PIC 9(8).
           05  PA-CAPTURED-AMT     PIC 9(9).
