           05 BLACKLIST-FLAG      PIC X.
           05 CUSTOMER-DOB        PIC 9(8).
           05 CUSTOMER-ANNIV      PIC 9(8).
           05 CUSTOMER-NATIONALITY PIC X(3).
           05 CUSTOMER-RESIDENCE  PIC X(3).
           05 CUSTOMER-ADDRESS    PIC X(40).
           05 CUSTOMER-MKT-CONSENT.
               10 CUSTOMER-MKT-EMAIL PIC X.
               10 CUSTOMER-MKT-SMS   PIC X.
               10 CUSTOMER-MKT-POST  PIC X.
           05 CUSTOMER-CONSENT-DATE PIC 9(8).
           05 CUSTOMER-CONSENT-SOURCE PIC X(15).
           05 CUSTOMER-SOURCE     PIC X(10).
