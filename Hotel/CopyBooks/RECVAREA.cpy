       01  RECV-ROLL-AREA.
           05  RV-MODE             PIC X.
           05  RV-BUSINESS-DATE    PIC 9(8).
           05  RV-DIFF-COUNT       PIC 9(5).
