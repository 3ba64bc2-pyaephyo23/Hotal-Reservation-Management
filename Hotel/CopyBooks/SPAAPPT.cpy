       01  SPA-APPOINTMENT-RECORD.
           05  AP-ID               PIC 9(5).
           05  AP-RESOURCE         PIC X(10).
           05  AP-DATE             PIC 9(8).
           05  AP-TIME             PIC 9(4).
           05  AP-SVC-CODE         PIC X(10).
           05  AP-PAX              PIC 9(3).
           05  AP-CHECKIN-ID       PIC 9(5).
           05  AP-HOUSE-ACCT       PIC 9(4).
           05  AP-GUEST-NAME       PIC X(25).
           05  AP-PRICE            PIC 9(7).
           05  AP-STATUS           PIC X(10).
           05  AP-CHARGED          PIC 9(7).
           05  AP-FOLIO-LINE-ID    PIC 9(5).
           05  AP-BOOKED-BY        PIC X(5).
