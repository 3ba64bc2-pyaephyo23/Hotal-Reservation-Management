       01  DUNNING-HOLD-RECORD.
           05  DH-KEY.
               10  DH-KIND         PIC X.
               10  DH-ACCOUNT      PIC X(30).
           05  DH-REASON           PIC X(40).
           05  DH-STATUS           PIC X(10).
           05  DH-HELD-BY          PIC X(5).
           05  DH-HELD-DATE        PIC 9(8).
           05  DH-RELEASED-BY      PIC X(5).
           05  DH-RELEASED-DATE    PIC 9(8).
