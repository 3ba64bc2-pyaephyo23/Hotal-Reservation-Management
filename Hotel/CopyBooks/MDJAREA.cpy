       01  MASTER-JOURNAL-AREA.
           05  MJA-FILE            PIC X(10).
           05  MJA-KEY             PIC X(48).
           05  MJA-ACTION          PIC X(8).
           05  MJA-PROGRAM         PIC X(15).
           05  MJA-BEFORE          PIC X(300).
           05  MJA-AFTER           PIC X(300).
