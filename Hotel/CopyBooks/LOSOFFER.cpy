       01  LOS-OFFER-RECORD.
           05  LO-CODE             PIC X(10).
           05  LO-DESC             PIC X(20).
           05  LO-ROOM-TYPE        PIC X(10).
           05  LO-STAY-START       PIC 9(8).
           05  LO-STAY-END         PIC 9(8).
           05  LO-MIN-NIGHTS       PIC 9(3).
           05  LO-KIND             PIC X.
           05  LO-FREE-NIGHTS      PIC 9(2).
           05  LO-PCT              PIC 9(2).
           05  LO-STATUS           PIC X(10).
