       01  CANCEL-POLICY-AREA.
           05  CPA-ACTION          PIC X.
           05  CPA-CODE            PIC X(8).
           05  CPA-FOUND           PIC X.
           05  CPA-DESC            PIC X(30).
           05  CPA-DEADLINE-HRS    PIC 9(3).
           05  CPA-PENALTY-TYPE    PIC X.
           05  CPA-PENALTY-VALUE   PIC 9(7).
           05  CPA-TERMS-1         PIC X(60).
           05  CPA-TERMS-2         PIC X(60).
           05  CPA-ARRIVAL-DATE    PIC 9(8).
           05  CPA-NIGHTS          PIC 9(5).
           05  CPA-NIGHT-RATE      PIC 9(9).
           05  CPA-HOURS-LEFT      PIC S9(7).
           05  CPA-PENALTY         PIC 9(9).
