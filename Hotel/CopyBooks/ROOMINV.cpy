       01  ROOM-INVENTORY-AREA.
           05  RI-FUNCTION         PIC X.
           05  RI-AS-OF-DATE       PIC 9(8).
           05  RI-ROOM-ID          PIC X(5).
           05  RI-ROOM-TYPE        PIC X(10).
           05  RI-TOTAL-ROOMS      PIC 9(5).
           05  RI-TYPE-COUNT       PIC 9(2).
           05  RI-TYPE-ENTRY OCCURS 20 TIMES.
               10  RI-TYPE-CODE    PIC X(10).
               10  RI-TYPE-ROOMS   PIC S9(5).
