       01  CANCPOL-RECORD.
           05  CPL-CODE            PIC X(8).
           05  CPL-DESC            PIC X(30).
           05  CPL-DEADLINE-HRS    PIC 9(3).
           05  CPL-PENALTY-TYPE    PIC X.
           05  CPL-PENALTY-VALUE   PIC 9(7).
           05  CPL-STATUS          PIC X(10).
