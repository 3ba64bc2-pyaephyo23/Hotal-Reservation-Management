       01  RECV-ROLL-RECORD.
           05  RR-KEY.
               10  RR-DATE         PIC 9(8).
               10  RR-LEDGER       PIC X.
           05  RR-PRIOR-DATE       PIC 9(8).
           05  RR-OPENING          PIC S9(9).
           05  RR-CHARGES          PIC S9(9).
           05  RR-PAYMENTS         PIC S9(9).
           05  RR-TRANSFERS        PIC S9(9).
           05  RR-ADJUSTMENTS      PIC S9(9).
           05  RR-CLOSING          PIC S9(9).
           05  RR-DIFFERENCE       PIC S9(9).
           05  RR-ITEM-COUNT       PIC 9(5).
           05  RR-DIFF-COUNT       PIC 9(5).
           05  RR-STAMP            PIC X(14).
