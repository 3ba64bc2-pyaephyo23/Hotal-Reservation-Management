      * raises a work order whenever a room comes out of service;
      * this is maintenance's worklist. Closing an order books the
      * parts cost, returns the room to service automatically with
      * housekeeping set Dirty for inspection (parts issued from the
      * stores by partsStock are already on the order at cost), and
      * the overdue report prices every room still out past its
      * promised return date at its lost room-nights. Planned
      * preventive work raised by pmScheduler comes onto the same
      * worklist showing the night it has been planned for.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID
               FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT ASSET-FILE ASSIGN TO '../DATA/ASSETS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-TAG
               ALTERNATE RECORD KEY IS FA-ROOM-ID WITH DUPLICATES
               FILE STATUS IS WS-FA-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       FD  ASSET-FILE.
       COPY "./CopyBooks/ASSETS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-FA-FILE-STATUS       PIC 99.
           88 FA-FILE-OK           VALUE 00.
           88 FA-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-CLOSE-WO-ID          PIC 9(5).
       01  WS-PARTS-COST           PIC 9(7).
       01  WS-ASSET-TAG-IN         PIC X(10).
       01  WS-ASSET-DONE           PIC X.
       01  WS-ASSET-SHOWN          PIC 9(3).
       01  WS-OPEN-COUNT           PIC 9(5).
       01  WS-OVERDUE-COUNT        PIC 9(5).
       01  WS-LOST-NIGHTS          PIC S9(5).
               DISPLAY "1. Worklist (open orders)"
               DISPLAY "2. Close an order (returns room to service)"
               DISPLAY "3. Overdue out-of-service report"
               DISPLAY "4. Out-of-order lost revenue report"
               DISPLAY "5. Preventive maintenance plan"
               DISPLAY "6. Spare parts stock"
               DISPLAY "7. In-room asset register"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
                       PERFORM CLOSE-WORK-ORDER
                   WHEN 3
                       PERFORM OVERDUE-REPORT
                   WHEN 4
                       CALL 'outOfOrderLoss' USING LINK
                       CANCEL 'outOfOrderLoss'
                   WHEN 5
                       CALL 'pmPlan' USING LINK
                       CANCEL 'pmPlan'
                   WHEN 6
                       CALL 'partsStock' USING LINK
                       CANCEL 'partsStock'
                   WHEN 7
                       CALL 'assetRegister' USING LINK
                       CANCEL 'assetRegister'
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                               WO-PRIORITY "  " WO-ENGINEER "  "
                               WO-OPENED-DATE "  "
                               FUNCTION TRIM(WO-FAULT-DESC)
                           IF WO-PM-TASK NOT = SPACES
                              AND WO-PM-TASK NOT = LOW-VALUES
                               DISPLAY "       planned PM "
                                   WO-PM-TASK " due " WO-DUE-DATE
                                   " planned for " WO-PLANNED-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           *> Parts from stores are costed onto the order as they
           *> are issued; only parts bought in outside the stores
           *> are added here.
           DISPLAY "Parts issued from stores at cost: " WO-PARTS-COST
           DISPLAY "Other parts cost, not from stores (0 if none): "
           ACCEPT WS-PARTS-COST
           IF WO-PARTS-COST + WS-PARTS-COST > 9999999
               DISPLAY "Parts cost too large - order left open."
               CLOSE WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           ADD WS-PARTS-COST TO WO-PARTS-COST
           PERFORM NAME-REPAIRED-ASSET
           MOVE 'Closed' TO WO-STATUS
           MOVE WS-CURRENT-DATE-NUM TO WO-CLOSED-DATE
           REWRITE WORKORDER-RECORD
           PERFORM RETURN-ROOM-FROM-ORDER
           DISPLAY "Work order " WS-CLOSE-WO-ID " closed.".

       *> The engineer names the in-room asset the order repaired,
       *> from the room's entries in the asset register, so repairs
       *> and their cost build up against the unit.
       NAME-REPAIRED-ASSET.
           OPEN INPUT ASSET-FILE
           IF FA-FILE-ERROR
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ASSET-SHOWN
           MOVE WO-ROOM-ID TO FA-ROOM-ID
           START ASSET-FILE KEY IS = FA-ROOM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FA-ROOM-ID NOT = WO-ROOM-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF FA-STATUS NOT = 'Disposed'
                               ADD 1 TO WS-ASSET-SHOWN
                               DISPLAY "  " FA-ASSET-TAG "  "
                                   FA-CATEGORY "  " FA-MAKE " "
                                   FA-MODEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASSET-SHOWN = 0
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ASSET-DONE
           PERFORM UNTIL WS-ASSET-DONE = 'Y'
               DISPLAY "Asset repaired (tag, blank if none): "
               ACCEPT WS-ASSET-TAG-IN
               MOVE FUNCTION UPPER-CASE(WS-ASSET-TAG-IN)
                   TO WS-ASSET-TAG-IN
               IF WS-ASSET-TAG-IN = SPACES
                   MOVE 'Y' TO WS-ASSET-DONE
               ELSE
                   MOVE WS-ASSET-TAG-IN TO FA-ASSET-TAG
                   READ ASSET-FILE KEY IS FA-ASSET-TAG
                       INVALID KEY
                           DISPLAY "No asset with that tag."
                       NOT INVALID KEY
                           IF FA-ROOM-ID NOT = WO-ROOM-ID
                               DISPLAY "That asset is in room "
                                       FA-ROOM-ID "."
                           ELSE
                               MOVE WS-ASSET-TAG-IN TO WO-ASSET-TAG
                               MOVE 'Y' TO WS-ASSET-DONE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ASSET-FILE.

       *> Closing the order puts the room straight back on sale -
       *> housekeeping Dirty so it gets inspected before a guest
       *> does, the same hand-back manageRooms'
       *> RETURN-ROOM-TO-SERVICE performs.
       RETURN-ROOM-FROM-ORDER.
           *> Orders with no room (lock re-keys for a lost master)
           *> have nothing to hand back.
           IF WO-ROOM-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ROOMS-FILE
           MOVE WO-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
