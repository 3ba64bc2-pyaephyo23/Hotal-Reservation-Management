           05  WO-STATUS           PIC X(10).
           05  WO-OPENED-DATE      PIC 9(8).
           05  WO-CLOSED-DATE      PIC 9(8).
           05  WO-FAULT-CATEGORY   PIC X(12).
           05  WO-PM-TASK          PIC X(8).
           05  WO-DUE-DATE         PIC 9(8).
           05  WO-PLANNED-DATE     PIC 9(8).
           05  WO-ASSET-TAG        PIC X(10).
