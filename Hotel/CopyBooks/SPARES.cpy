       01  SPA-RESOURCE-RECORD.
           05  SR-CODE             PIC X(10).
           05  SR-NAME             PIC X(20).
           05  SR-KIND             PIC X(10).
           05  SR-CAPACITY         PIC 9(3).
           05  SR-OPEN-HOUR        PIC 9(2).
           05  SR-CLOSE-HOUR       PIC 9(2).
           05  SR-SLOT-MINUTES     PIC 9(3).
           05  SR-NOSHOW-PCT       PIC 9(3).
           05  SR-STATUS           PIC X(10).
