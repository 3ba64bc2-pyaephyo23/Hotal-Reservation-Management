       01  PART-RECORD.
           05  PT-PART-CODE        PIC X(8).
           05  PT-DESC             PIC X(30).
           05  PT-UNIT             PIC X(6).
           05  PT-ON-HAND          PIC 9(5).
           05  PT-UNIT-COST        PIC 9(7).
           05  PT-REORDER-LEVEL    PIC 9(5).
           05  PT-REORDER-QTY      PIC 9(5).
           05  PT-SUPPLIER         PIC X(20).
           05  PT-LAST-RECEIVED    PIC 9(8).
           05  PT-STATUS           PIC X(8).
