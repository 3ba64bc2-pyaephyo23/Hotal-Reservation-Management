       01  CARD-SETTLE-RECORD.
           05  CS-SETTLE-DATE      PIC 9(8).
           05  CS-ROWS             PIC 9(5).
           05  CS-MATCHED          PIC 9(5).
           05  CS-UNKNOWN          PIC 9(5).
           05  CS-GROSS            PIC 9(11).
           05  CS-FEES             PIC 9(9).
           05  CS-NET              PIC 9(11).
           05  CS-STATUS           PIC X(10).
           05  CS-POSTED-BY        PIC X(5).
           05  CS-POSTED-AT        PIC X(14).
