       01  TIP-SHARE-RECORD.
           05  TS-KEY.
               10  TS-PERIOD       PIC 9(6).
               10  TS-DEPT         PIC X(10).
               10  TS-STAFF-ID     PIC X(5).
           05  TS-STAFF-NAME       PIC X(30).
           05  TS-POINTS           PIC 9(3)V9.
           05  TS-HOURS            PIC 9(3)V9.
           05  TS-BASIS            PIC X.
           05  TS-SHARE-AMT        PIC 9(9).
           05  TS-STATUS           PIC X(10).
           05  TS-PAID-DATE        PIC 9(8).
           05  TS-PAID-BY          PIC X(5).
