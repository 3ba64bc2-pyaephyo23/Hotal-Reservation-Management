       01  SAFE-BOX-RECORD.
           05  SB-BOX-NO           PIC 9(3).
           05  SB-SIZE             PIC X(6).
           05  SB-KEY-NO           PIC X(6).
           05  SB-KEY-STATUS       PIC X(8).
           05  SB-CHECKIN-ID       PIC 9(5).
           05  SB-ROOM-ID          PIC X(5).
           05  SB-GUEST-NAME       PIC X(25).
           05  SB-ASSIGNED-DATE    PIC 9(8).
           05  SB-LAST-ACCESS      PIC 9(8).
           05  SB-RELEASED         PIC X.
           05  SB-RELEASED-BY      PIC X(5).
           05  SB-STATUS           PIC X(10).
