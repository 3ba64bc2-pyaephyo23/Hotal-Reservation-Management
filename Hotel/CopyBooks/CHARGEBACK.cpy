       01  CHARGEBACK-RECORD.
           05  CB-ID               PIC 9(5).
           05  CB-PAYMENT-ID       PIC 9(5).
           05  CB-INVOICE-ID       PIC 9(5).
           05  CB-CHECKIN-ID       PIC 9(5).
           05  CB-BOOKING-ID       PIC 9(5).
           05  CB-REASON-CODE      PIC X(6).
           05  CB-REASON-DESC      PIC X(30).
           05  CB-AMOUNT           PIC 9(9).
           05  CB-RECEIVED-DATE    PIC 9(8).
           05  CB-DEADLINE         PIC 9(8).
           05  CB-STATUS           PIC X(10).
           05  CB-PACK-DATE        PIC 9(8).
           05  CB-OUTCOME-DATE     PIC 9(8).
           05  CB-REVERSAL-PMT-ID  PIC 9(5).
           05  CB-OPENED-BY        PIC X(5).
           05  CB-CLOSED-BY        PIC X(5).
