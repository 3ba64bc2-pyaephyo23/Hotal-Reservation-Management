       IDENTIFICATION DIVISION.
       PROGRAM-ID. roomInventory.

      *****************************************************************
      * ROOM INVENTORY AS AT A DATE
      * (CALLED SUBPROGRAM)
      * ROOMS.DAT only ever holds today's rooms. Every room added,
      * retired, retyped or renumbered since is written to
      * ROOMHIST.DAT with the date it took effect, so any earlier
      * date can be rebuilt by undoing the changes that came after
      * it. A room with no history has been there all along.
      *
      * RI-FUNCTION 'C' - count the rooms by type that existed on
      *                   RI-AS-OF-DATE (RI-TYPE-ENTRY, RI-TOTAL-ROOMS)
      * RI-FUNCTION 'T' - the type room RI-ROOM-ID was on
      *                   RI-AS-OF-DATE (RI-ROOM-TYPE, spaces when
      *                   the room is unknown)
      *
      * A change takes effect on its effective date: a room retired
      * on the 10th is not counted on the 10th.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT ROOMHIST-FILE ASSIGN TO '../DATA/ROOMHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  ROOMHIST-FILE.
       COPY "./CopyBooks/ROOMHIST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-RH-FILE-STATUS       PIC 99.
           88 RH-FILE-OK           VALUE 00.
           88 RH-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEEK-TYPE            PIC X(10).
       01  WS-TYPE-IDX             PIC 9(2).
       01  WS-ROOM-ON-FILE         PIC X VALUE 'N'.
       01  WS-LATER-FOUND          PIC X VALUE 'N'.
       01  WS-LAST-TYPE            PIC X(10).

       LINKAGE SECTION.
       COPY "./CopyBooks/ROOMINV.cpy".

       PROCEDURE DIVISION USING ROOM-INVENTORY-AREA.
       MAIN-PROCEDURE.
           IF RI-AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO RI-AS-OF-DATE
           END-IF
           EVALUATE RI-FUNCTION
               WHEN 'C'
                   PERFORM COUNT-ROOMS-AS-AT
               WHEN 'T'
                   PERFORM FIND-TYPE-AS-AT
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * COUNT BY TYPE
      * Start from today's rooms, then step back over every change
      * dated after the as-at date.
      *****************************************************************
       COUNT-ROOMS-AS-AT.
           MOVE 0 TO RI-TOTAL-ROOMS
           MOVE 0 TO RI-TYPE-COUNT
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 20
               MOVE SPACES TO RI-TYPE-CODE(WS-TYPE-IDX)
               MOVE 0 TO RI-TYPE-ROOMS(WS-TYPE-IDX)
           END-PERFORM

           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOMS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ROOM-TYPE TO WS-SEEK-TYPE
                           PERFORM FIND-TYPE-SLOT
                           IF WS-TYPE-IDX > 0
                               ADD 1 TO RI-TYPE-ROOMS(WS-TYPE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMS-FILE

           OPEN INPUT ROOMHIST-FILE
           IF RH-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOMHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RH-EFFECTIVE-DATE > RI-AS-OF-DATE
                               PERFORM UNDO-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMHIST-FILE

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > RI-TYPE-COUNT
               IF RI-TYPE-ROOMS(WS-TYPE-IDX) < 0
                   MOVE 0 TO RI-TYPE-ROOMS(WS-TYPE-IDX)
               END-IF
               ADD RI-TYPE-ROOMS(WS-TYPE-IDX) TO RI-TOTAL-ROOMS
           END-PERFORM.

       *> A renumbering moves a room without changing the count.
       UNDO-ONE-CHANGE.
           EVALUATE RH-EVENT
               WHEN 'ADDED'
                   MOVE RH-NEW-TYPE TO WS-SEEK-TYPE
                   PERFORM FIND-TYPE-SLOT
                   IF WS-TYPE-IDX > 0
                       SUBTRACT 1 FROM RI-TYPE-ROOMS(WS-TYPE-IDX)
                   END-IF
               WHEN 'RETIRED'
                   MOVE RH-OLD-TYPE TO WS-SEEK-TYPE
                   PERFORM FIND-TYPE-SLOT
                   IF WS-TYPE-IDX > 0
                       ADD 1 TO RI-TYPE-ROOMS(WS-TYPE-IDX)
                   END-IF
               WHEN 'RETYPED'
                   MOVE RH-NEW-TYPE TO WS-SEEK-TYPE
                   PERFORM FIND-TYPE-SLOT
                   IF WS-TYPE-IDX > 0
                       SUBTRACT 1 FROM RI-TYPE-ROOMS(WS-TYPE-IDX)
                   END-IF
                   MOVE RH-OLD-TYPE TO WS-SEEK-TYPE
                   PERFORM FIND-TYPE-SLOT
                   IF WS-TYPE-IDX > 0
                       ADD 1 TO RI-TYPE-ROOMS(WS-TYPE-IDX)
                   END-IF
           END-EVALUATE.

       *> Slot for WS-SEEK-TYPE, opened on first sight; 0 once the
       *> table is full.
       FIND-TYPE-SLOT.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > RI-TYPE-COUNT
               IF RI-TYPE-CODE(WS-TYPE-IDX) = WS-SEEK-TYPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF RI-TYPE-COUNT >= 20
               MOVE 0 TO WS-TYPE-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RI-TYPE-COUNT
           MOVE RI-TYPE-COUNT TO WS-TYPE-IDX
           MOVE WS-SEEK-TYPE TO RI-TYPE-CODE(WS-TYPE-IDX)
           MOVE 0 TO RI-TYPE-ROOMS(WS-TYPE-IDX).

      *****************************************************************
      * ONE ROOM'S TYPE
      * The first change to the room after the as-at date says what
      * it was before; with none, the room is as it stands today -
      * or, once it has left the file, as its last change left it.
      *****************************************************************
       FIND-TYPE-AS-AT.
           MOVE SPACES TO RI-ROOM-TYPE
           MOVE SPACES TO WS-LAST-TYPE
           MOVE 'N' TO WS-ROOM-ON-FILE
           MOVE 'N' TO WS-LATER-FOUND

           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-OK
               MOVE RI-ROOM-ID TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   NOT INVALID KEY
                       MOVE ROOM-TYPE TO RI-ROOM-TYPE
                       MOVE 'Y' TO WS-ROOM-ON-FILE
               END-READ
           END-IF
           CLOSE ROOMS-FILE

           OPEN INPUT ROOMHIST-FILE
           IF RH-FILE-OK
               MOVE RI-ROOM-ID TO RH-ROOM-ID
               MOVE 0 TO RH-EFFECTIVE-DATE
               MOVE LOW-VALUES TO RH-RECORDED-AT
               START ROOMHIST-FILE KEY IS >= RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOMHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RH-ROOM-ID NOT = RI-ROOM-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM WEIGH-ROOM-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMHIST-FILE

           IF WS-LATER-FOUND = 'N' AND WS-ROOM-ON-FILE = 'N'
               MOVE WS-LAST-TYPE TO RI-ROOM-TYPE
           END-IF.

       WEIGH-ROOM-CHANGE.
           IF RH-EFFECTIVE-DATE > RI-AS-OF-DATE
               MOVE 'Y' TO WS-LATER-FOUND
               MOVE 'Y' TO WS-EOF
               IF RH-OLD-TYPE NOT = SPACES
                   MOVE RH-OLD-TYPE TO RI-ROOM-TYPE
               ELSE
                   MOVE RH-NEW-TYPE TO RI-ROOM-TYPE
               END-IF
           ELSE
               IF RH-NEW-TYPE NOT = SPACES
                   MOVE RH-NEW-TYPE TO WS-LAST-TYPE
               ELSE
                   MOVE RH-OLD-TYPE TO WS-LAST-TYPE
               END-IF
           END-IF.

       END PROGRAM roomInventory.
