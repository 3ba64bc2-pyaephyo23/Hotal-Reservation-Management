       01  RECV-ITEM-RECORD.
           05  RI-KEY.
               10  RI-DATE         PIC 9(8).
               10  RI-LEDGER       PIC X.
               10  RI-REF          PIC X(10).
           05  RI-OPENING          PIC S9(9).
           05  RI-CHARGES          PIC S9(9).
           05  RI-PAYMENTS         PIC S9(9).
           05  RI-TRANSFERS        PIC S9(9).
           05  RI-ADJUSTMENTS      PIC S9(9).
           05  RI-CLOSING          PIC S9(9).
           05  RI-DIFFERENCE       PIC S9(9).
           05  RI-FLAG             PIC X.
           05  RI-NOTE             PIC X(30).
