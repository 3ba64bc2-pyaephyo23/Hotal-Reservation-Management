       *> so this program keeps working the first time it is run.
       01  WS-DEFAULT-RT-TABLE.
           05  FILLER      PIC X(25) VALUE 'Single    000050000020USD'.
           05  FILLER      PIC X(18) VALUE '010200150000007500'.
           05  FILLER      PIC X(25) VALUE 'Double    000080000010USD'.
           05  FILLER      PIC X(18) VALUE '020300200000010000'.
           05  FILLER      PIC X(25) VALUE 'Deluxe    000120000005USD'.
           05  FILLER      PIC X(18) VALUE '021200250000012500'.
       01  WS-DEFAULT-RT-ENTRY REDEFINES WS-DEFAULT-RT-TABLE
               OCCURS 3 TIMES.
           05  WS-DEFAULT-RT-CODE  PIC X(10).
           05  WS-DEFAULT-RT-RATE  PIC 9(9).
           05  WS-DEFAULT-RT-COUNT PIC 9(3).
           05  WS-DEFAULT-RT-CURR  PIC X(3).
           05  WS-DEFAULT-RT-BASE  PIC 9(2).
           05  WS-DEFAULT-RT-MAX   PIC 9(2).
           05  WS-DEFAULT-RT-XADULT PIC 9(7).
           05  WS-DEFAULT-RT-XCHILD PIC 9(7).

       PROCEDURE DIVISION.
           PERFORM SEED-ROOM-TYPES-IF-EMPTY
                   MOVE WS-DEFAULT-RT-COUNT(WS-INDEX) TO ROOM-TYPE-COUNT
                   MOVE WS-DEFAULT-RT-CURR(WS-INDEX) TO
                       ROOM-TYPE-CURRENCY
                   MOVE WS-DEFAULT-RT-BASE(WS-INDEX) TO
                       ROOM-TYPE-BASE-OCC
                   MOVE WS-DEFAULT-RT-MAX(WS-INDEX) TO
                       ROOM-TYPE-MAX-OCC
                   MOVE WS-DEFAULT-RT-XADULT(WS-INDEX) TO
                       ROOM-TYPE-XADULT-CHG
                   MOVE WS-DEFAULT-RT-XCHILD(WS-INDEX) TO
                       ROOM-TYPE-XCHILD-CHG
                   MOVE SPACES TO ROOM-TYPE-TAX-CODE
                   MOVE 'Active' TO ROOM-TYPE-STATUS
                   WRITE ROOM-TYPE-RECORD
               END-PERFORM
