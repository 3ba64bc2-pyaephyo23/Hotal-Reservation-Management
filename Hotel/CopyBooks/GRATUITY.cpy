       01  GRATUITY-RECORD.
           05  GR-ID               PIC 9(5).
           05  GR-DATE             PIC 9(8).
           05  GR-DEPT             PIC X(10).
           05  GR-SOURCE           PIC X(10).
           05  GR-CHECKIN-ID       PIC 9(5).
           05  GR-INVOICE-ID       PIC 9(5).
           05  GR-AMOUNT           PIC 9(7).
           05  GR-STATUS           PIC X(10).
           05  GR-PAYOUT-PERIOD    PIC 9(6).
