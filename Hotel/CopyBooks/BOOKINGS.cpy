           05 OPTION-DECIDE-DATE  PIC 9(8).
           05 ROUTE-CODE-BK       PIC X.
           05 PROPERTY-BK         PIC X(4).
           05 BOOKED-RATE-BK      PIC 9(9).
           05 RATE-SOURCE-BK      PIC X(8).
           05 ADULTS-BK           PIC 9(2).
           05 CHILDREN-BK         PIC 9(2).
           05 XPERSON-RATE-BK     PIC 9(7).
           05 OCC-WAIVER-BY-BK    PIC X(5).
           05 SHARE-WITH-BK       PIC 9(5).
           05 SHARE-PCT-BK        PIC 9(3).
           05 SHARE-ROLE-BK       PIC X.
           05 COMP-AUTH-BY-BK     PIC X(5).
           05 COMP-REASON-BK      PIC X(30).
           05 CANCEL-POLICY-BK    PIC X(8).
