       01  WAIVER-RECORD.
           05  WAIVER-ID           PIC 9(5).
           05  WAIVER-DATE         PIC 9(8).
           05  WAIVER-TIME         PIC 9(6).
           05  WAIVER-KIND         PIC X(10).
           05  WAIVER-CHECKIN-ID   PIC 9(5).
           05  WAIVER-ROOM-ID      PIC X(5).
           05  WAIVER-AMOUNT       PIC 9(9).
           05  WAIVER-OPERATOR     PIC X(5).
           05  WAIVER-REASON       PIC X(30).
           05  WAIVER-PROGRAM      PIC X(15).
