       01  WORKORDER-RECORD.
           05  WO-ID               PIC 9(5).
           05  WO-ROOM-ID          PIC X(5).
           05  WO-FAULT-DESC       PIC X(30).
           05  WO-ENGINEER         PIC X(20).
           05  WO-PARTS-COST       PIC 9(7).
           05  WO-PRIORITY         PIC X(6).
           05  WO-STATUS           PIC X(10).
           05  WO-OPENED-DATE      PIC 9(8).
           05  WO-CLOSED-DATE      PIC 9(8).
