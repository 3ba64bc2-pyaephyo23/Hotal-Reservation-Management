       01  DISPLACE-RECORD.
           05  DP-AL-ID            PIC 9(5).
           05  DP-ANALYSED-AT      PIC X(14).
           05  DP-ANALYSED-BY      PIC X(5).
           05  DP-GROUP-RATE       PIC 9(9).
           05  DP-FB-SPEND         PIC 9(9).
           05  DP-BLOCK-NIGHTS     PIC 9(5).
           05  DP-GROUP-ROOM-REV   PIC 9(9).
           05  DP-DISPLACED-NIGHTS PIC 9(5).
           05  DP-DISPLACED-REV    PIC 9(9).
           05  DP-NET-GAIN         PIC S9(9).
           05  DP-OVERBOOK-NIGHTS  PIC 9(3).
           05  DP-OVER-LIMIT-NIGHTS PIC 9(3).
           05  DP-DECISION         PIC X(10).
           05  DP-DECIDED-BY       PIC X(5).
           05  DP-DECIDED-AT       PIC X(14).
           05  DP-NIGHT-COUNT      PIC 9(2).
           05  DP-NIGHT OCCURS 31 TIMES.
               10  DP-N-DATE       PIC 9(8).
               10  DP-N-ON-BOOKS   PIC 9(3).
               10  DP-N-HELD       PIC 9(3).
               10  DP-N-DEMAND     PIC 9(3).
               10  DP-N-DISPLACED  PIC 9(3).
               10  DP-N-RATE       PIC 9(9).
               10  DP-N-FLAG       PIC X.
