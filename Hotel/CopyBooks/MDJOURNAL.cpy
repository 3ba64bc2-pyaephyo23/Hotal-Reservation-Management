       01  MDJOURNAL-RECORD.
           05  MJ-ID               PIC 9(5).
           05  MJ-DATE             PIC 9(8).
           05  MJ-TIME             PIC 9(6).
           05  MJ-FILE             PIC X(10).
           05  MJ-KEY              PIC X(48).
           05  MJ-ACTION           PIC X(8).
           05  MJ-OPERATOR         PIC X(5).
           05  MJ-PROGRAM          PIC X(15).
           05  MJ-BEFORE           PIC X(300).
           05  MJ-AFTER            PIC X(300).
