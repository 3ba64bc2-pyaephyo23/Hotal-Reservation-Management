               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT ROOM-TYPES-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE
               FILE STATUS IS WS-RT-FILE-STATUS.
           SELECT ROOMHIST-FILE ASSIGN TO '../DATA/ROOMHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOMS-FILE.
       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  ROOMHIST-FILE.
       COPY "./CopyBooks/ROOMHIST.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       *> Out-of-Service flips hit the live availability counts at
       *> once instead of waiting for the nightly rebuild
       01 WS-NEXT-WO-ID       PIC 9(5).
       01 WS-WO-ENGINEER      PIC X(20).
       01 WS-WO-PRIORITY-CH   PIC 9.
       01 WS-WO-CATEGORY-CH   PIC 9.
       01 WS-WO-SEED-EOF      PIC X VALUE 'N'.
       01 WS-WO-DATE-DATA.
           05 WS-WO-DATE      PIC 9(8).
       01 WS-ATTR-SMOKING     PIC X.
       01 WS-ATTR-VIEW        PIC X(10).
       01 WS-ATTR-PROPERTY    PIC X(4).

       *> Room inventory changes - each one is journalled to
       *> ROOMHIST.DAT with the date it took effect
       01 WS-RT-FILE-STATUS   PIC 99.
           88 RT-FILE-OK      VALUE 00.
           88 RT-FILE-ERROR   VALUE 01 THRU 99.
       01 WS-RH-FILE-STATUS   PIC 99.
           88 RH-FILE-OK      VALUE 00.
           88 RH-FILE-ERROR   VALUE 01 THRU 99.
       01 WS-SESSION-STATUS   PIC 99.
           88 SESSION-FILE-OK VALUE 00.
           88 SESSION-FILE-ERROR VALUE 01 THRU 99.
       01 WS-OPERATOR-ID      PIC X(5).
       01 WS-INV-CHOICE       PIC 9.
       01 WS-INV-EXIT-FLAG    PIC X VALUE 'N'.
       01 WS-INV-OK           PIC X VALUE 'N'.
       01 WS-INV-CONFIRM      PIC X.
       01 WS-INV-NEW-ID       PIC X(5).
       01 WS-INV-NEW-TYPE     PIC X(10).
       01 WS-INV-OLD-TYPE     PIC X(10).
       01 WS-INV-NEW-RATE     PIC 9(9).
       01 WS-INV-NEW-CURRENCY PIC X(3).
       01 WS-INV-OLD-BUILDING PIC X(10).
       01 WS-INV-REASON       PIC X(30).
       01 WS-INV-IN-SERVICE   PIC X.
       01 WS-INV-TYPE-DELTA   PIC S9.
       01 WS-INV-OLD-IMAGE    PIC X(300).
       01 WS-EFFECTIVE-DATE   PIC 9(8).
       01 WS-LATEST-CHANGE    PIC 9(8).
       01 WS-RH-EOF           PIC X VALUE 'N'.
       01 WS-RH-LINES         PIC 9(5).
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FOUND                PIC X VALUE 'N'.
       01  MENU-CHOICE             PIC 9.
       01  WS-HK-CHOICE             PIC 9.
       01  WS-HK-STATUS-ENTRY       PIC X(10).

       *> Master-data change journal - whole record before and after
       COPY "./CopyBooks/MDJAREA.cpy".

       *> Color codes for display - ANSI escape sequences
       01 RED-COLOR          PIC X(8) VALUE X"1B5B33316D".
       01 GREEN-COLOR        PIC X(8) VALUE X"1B5B33326D".
           "                        "
           DISPLAY "                     6. Set Room Attributes       "
           "                        "
           DISPLAY "                     7. Room Inventory Changes    "
           "                        "
           DISPLAY "                                                   "
           DISPLAY "==================================================="
           "============================"
               WHEN 4 PERFORM SET-HOUSEKEEPING-STATUS
               WHEN 5 PERFORM VIEW-HOUSEKEEPING-REPORT
               WHEN 6 PERFORM SET-ROOM-ATTRIBUTES
               WHEN 7 PERFORM ROOM-INVENTORY-MENU
               WHEN 9 GOBACK
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY RED-COLOR "*** ERROR: Invalid selection. P"
                   "lease choose 1-7 or 9. ***" RESET-COLOR
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
                   ACCEPT WS-DUMMY-INPUT
                       DISPLAY "Enter maintenance reason: "
                       ACCEPT WS-MAINT-REASON-ENTRY
                       PERFORM GET-VALID-RETURN-DATE
                       MOVE ROOMS-RECORD TO MJA-BEFORE
                       MOVE 'Out of Service' TO R-STATUS
                       MOVE WS-MAINT-REASON-ENTRY TO R-MAINT-REASON
                       MOVE WS-MAINT-RETURN-ENTRY TO
                               DISPLAY GREEN-COLOR "Room "
                               WS-ROOM-ID-ENTRY
                               " marked Out of Service." RESET-COLOR
                               MOVE ROOMS-RECORD TO MJA-AFTER
                               MOVE 'Change' TO MJA-ACTION
                               PERFORM JOURNAL-ROOM-CHANGE
                               MOVE 'D' TO AA-DIRECTION
                               PERFORM ADJUST-AVAIL-FOR-OOS
                               PERFORM RAISE-WORK-ORDER
                       " is not currently Out of Service. ***"
                       RESET-COLOR
                   ELSE
                       MOVE ROOMS-RECORD TO MJA-BEFORE
                       MOVE 'Available' TO R-STATUS
                       MOVE SPACES TO R-MAINT-REASON
                       MOVE ZEROS TO R-MAINT-RETURN-DATE
                               DISPLAY GREEN-COLOR "Room "
                               WS-ROOM-ID-ENTRY
                               " returned to service." RESET-COLOR
                               MOVE ROOMS-RECORD TO MJA-AFTER
                               MOVE 'Change' TO MJA-ACTION
                               PERFORM JOURNAL-ROOM-CHANGE
                               MOVE 'U' TO AA-DIRECTION
                               PERFORM ADJUST-AVAIL-FOR-OOS
                       END-REWRITE
       *> Housekeeping status (Dirty/Clean/Inspected) tracks the
       *> room's cleanliness independently of R-STATUS, which tracks
       *> occupancy/booking/maintenance - a room can be Available
       *> and still Dirty until housekeeping turns it over. Only the
       *> inspection checklist (roomInspection) passes a room to
       *> Inspected, so the inspection and its scoring are on file.
       SET-HOUSEKEEPING-STATUS.
           DISPLAY " "
           DISPLAY "Enter Room ID: "
                       HOUSEKEEPING-STATUS
                   DISPLAY "1. Dirty"
                   DISPLAY "2. Clean"
                   DISPLAY "3. Inspected (via inspection checklist)"
                   DISPLAY "Select new status: "
                   ACCEPT WS-HK-CHOICE
                   EVALUATE WS-HK-CHOICE
                       WHEN 1 MOVE 'Dirty' TO WS-HK-STATUS-ENTRY
                       WHEN 2 MOVE 'Clean' TO WS-HK-STATUS-ENTRY
                       WHEN 3
                           DISPLAY YELLOW-COLOR "Rooms pass to "
                           "Inspected only through the inspection "
                           "checklist (Housekeeping Worksheets, "
                           "option 5)." RESET-COLOR
                           MOVE SPACES TO WS-HK-STATUS-ENTRY
                       WHEN OTHER
                           DISPLAY RED-COLOR "*** ERROR: Invalid "
                           "choice. ***" RESET-COLOR
                       MOVE 'MAIN' TO WS-ATTR-PROPERTY
                   END-IF

                   MOVE ROOMS-RECORD TO MJA-BEFORE
                   MOVE WS-ATTR-BUILDING TO R-BUILDING
                   MOVE WS-ATTR-FLOOR TO R-FLOOR
                   MOVE WS-ATTR-BEDDING TO R-BEDDING
                   MOVE WS-ATTR-VIEW TO R-VIEW
                   MOVE WS-ATTR-PROPERTY TO R-PROPERTY
                   REWRITE ROOMS-RECORD
                   MOVE ROOMS-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   PERFORM JOURNAL-ROOM-CHANGE
                   DISPLAY GREEN-COLOR "Attributes saved for room "
                           WS-ROOM-ID-ENTRY "." RESET-COLOR
           END-READ
           ACCEPT WS-WO-ENGINEER
           DISPLAY "Priority - 1. High  2. Normal  3. Low: "
           ACCEPT WS-WO-PRIORITY-CH
           DISPLAY "Fault category - 1. Plumbing  2. Electrical  "
               "3. HVAC  4. Furniture  5. Structural  6. Other: "
           ACCEPT WS-WO-CATEGORY-CH

           PERFORM GENERATE-NEXT-WO-ID
           ACCEPT WS-WO-DATE-DATA FROM DATE YYYYMMDD
               WHEN OTHER
                   MOVE 'Normal' TO WO-PRIORITY
           END-EVALUATE
           EVALUATE WS-WO-CATEGORY-CH
               WHEN 1
                   MOVE 'Plumbing' TO WO-FAULT-CATEGORY
               WHEN 2
                   MOVE 'Electrical' TO WO-FAULT-CATEGORY
               WHEN 3
                   MOVE 'HVAC' TO WO-FAULT-CATEGORY
               WHEN 4
                   MOVE 'Furniture' TO WO-FAULT-CATEGORY
               WHEN 5
                   MOVE 'Structural' TO WO-FAULT-CATEGORY
               WHEN OTHER
                   MOVE 'Other' TO WO-FAULT-CATEGORY
           END-EVALUATE
           MOVE SPACES TO WO-PM-TASK
           MOVE ZEROS TO WO-DUE-DATE
           MOVE ZEROS TO WO-PLANNED-DATE
           MOVE SPACES TO WO-ASSET-TAG
           MOVE 'Open' TO WO-STATUS
           MOVE WS-WO-DATE TO WO-OPENED-DATE
           MOVE ZEROS TO WO-CLOSED-DATE
           MOVE 'WORKORDER' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

      *****************************************************************
      * ROOM INVENTORY CHANGES
      * Adding, retiring, retyping and renumbering rooms. ROOMS.DAT
      * keeps only today's rooms, so each change is also written to
      * ROOMHIST.DAT with the date it took effect - roomInventory
      * replays that journal for reports covering earlier dates.
      * A change may be back-dated to when it really happened, but
      * not forward-dated, and never before the room's last change.
      *****************************************************************
       ROOM-INVENTORY-MENU.
           MOVE 'N' TO WS-INV-EXIT-FLAG
           PERFORM UNTIL WS-INV-EXIT-FLAG = 'Y'
               DISPLAY " "
               DISPLAY "***********************************************"
               DISPLAY "      ROOM INVENTORY CHANGES"
               DISPLAY "***********************************************"
               DISPLAY "1. Add a room"
               DISPLAY "2. Retire a room"
               DISPLAY "3. Change a room's type"
               DISPLAY "4. Renumber a room"
               DISPLAY "5. View room inventory history"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-INV-CHOICE
               EVALUATE WS-INV-CHOICE
                   WHEN 1
                       PERFORM ADD-NEW-ROOM
                   WHEN 2
                       PERFORM RETIRE-ROOM
                   WHEN 3
                       PERFORM CHANGE-ROOM-TYPE
                   WHEN 4
                       PERFORM RENUMBER-ROOM
                   WHEN 5
                       PERFORM VIEW-ROOM-HISTORY
                   WHEN 9
                       MOVE 'Y' TO WS-INV-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM.

       ADD-NEW-ROOM.
           DISPLAY " "
           DISPLAY "New Room ID: "
           ACCEPT WS-ROOM-ID-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-ROOM-ID-ENTRY)
               TO WS-ROOM-ID-ENTRY
           IF WS-ROOM-ID-ENTRY = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ROOMS-FILE
           MOVE WS-ROOM-ID-ENTRY TO ROOM-ID
           MOVE 'Y' TO WS-INV-OK
           READ ROOMS-FILE KEY IS ROOM-ID
               NOT INVALID KEY
                   MOVE 'N' TO WS-INV-OK
           END-READ
           CLOSE ROOMS-FILE
           IF WS-INV-OK = 'N'
               DISPLAY RED-COLOR "*** ERROR: Room " WS-ROOM-ID-ENTRY
                   " already exists. ***" RESET-COLOR
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Room type: "
           ACCEPT WS-INV-NEW-TYPE
           PERFORM READ-NEW-ROOM-TYPE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Building/wing (e.g. MAIN, ANNEX): "
           ACCEPT WS-ATTR-BUILDING
           DISPLAY "Floor (0-99): "
           ACCEPT WS-ATTR-FLOOR
           DISPLAY "Property code (blank = MAIN): "
           ACCEPT WS-ATTR-PROPERTY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-ATTR-PROPERTY)) TO WS-ATTR-PROPERTY
           IF WS-ATTR-PROPERTY = SPACES
               MOVE 'MAIN' TO WS-ATTR-PROPERTY
           END-IF
           PERFORM GET-EFFECTIVE-DATE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROOM-ID-ENTRY TO ROOM-ID
           MOVE WS-INV-NEW-TYPE TO ROOM-TYPE
           MOVE WS-INV-NEW-RATE TO PRICE-PER-NIGHT
           MOVE 'Available' TO R-STATUS
           MOVE ZEROS TO ACTIVE-BOOKING-COUNT
           MOVE SPACES TO R-MAINT-REASON
           MOVE ZEROS TO R-MAINT-RETURN-DATE
           MOVE WS-INV-NEW-CURRENCY TO CURRENCY-CODE
           MOVE 'Clean' TO HOUSEKEEPING-STATUS
           MOVE WS-ATTR-BUILDING TO R-BUILDING
           MOVE WS-ATTR-FLOOR TO R-FLOOR
           MOVE SPACES TO R-BEDDING
           MOVE 'N' TO R-SMOKING
           MOVE SPACES TO R-VIEW
           MOVE WS-ATTR-PROPERTY TO R-PROPERTY
           OPEN I-O ROOMS-FILE
           WRITE ROOMS-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-INV-OK
           END-WRITE
           IF WS-INV-OK = 'N'
               CLOSE ROOMS-FILE
               DISPLAY RED-COLOR "*** ERROR: Unable to add room. ***"
                   RESET-COLOR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MJA-BEFORE
           MOVE ROOMS-RECORD TO MJA-AFTER
           MOVE 'Add' TO MJA-ACTION
           PERFORM JOURNAL-ROOM-CHANGE
           MOVE 'U' TO AA-DIRECTION
           PERFORM ADJUST-AVAIL-FOR-OOS
           CLOSE ROOMS-FILE

           MOVE WS-INV-NEW-TYPE TO ROOM-TYPE-CODE
           MOVE 1 TO WS-INV-TYPE-DELTA
           PERFORM ADJUST-TYPE-ROOM-COUNT

           INITIALIZE ROOM-HISTORY-RECORD
           MOVE WS-ROOM-ID-ENTRY TO RH-ROOM-ID
           MOVE 'ADDED' TO RH-EVENT
           MOVE WS-INV-NEW-TYPE TO RH-NEW-TYPE
           MOVE WS-ATTR-BUILDING TO RH-NEW-BUILDING
           MOVE WS-ATTR-PROPERTY TO RH-PROPERTY
           MOVE 'New room' TO RH-REASON
           PERFORM WRITE-ROOM-HISTORY
           DISPLAY GREEN-COLOR "Room " WS-ROOM-ID-ENTRY " added as "
               FUNCTION TRIM(WS-INV-NEW-TYPE) " from "
               WS-EFFECTIVE-DATE "." RESET-COLOR.

       *> A room still carrying bookings or a guest cannot leave the
       *> inventory - move those bookings off it first.
       RETIRE-ROOM.
           PERFORM READ-ROOM-FOR-CHANGE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for retiring: "
           ACCEPT WS-INV-REASON
           PERFORM GET-EFFECTIVE-DATE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Retire room " WS-ROOM-ID-ENTRY " ("
               FUNCTION TRIM(WS-INV-OLD-TYPE) ")? (Y/N): "
           ACCEPT WS-INV-CONFIRM
           IF FUNCTION UPPER-CASE(WS-INV-CONFIRM) NOT = 'Y'
               DISPLAY "Room left in the inventory."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ROOMS-FILE
           MOVE WS-ROOM-ID-ENTRY TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   MOVE 'N' TO WS-INV-OK
           END-READ
           IF WS-INV-OK = 'Y'
               MOVE ROOM-TYPE TO WS-INV-OLD-TYPE
               MOVE R-BUILDING TO WS-INV-OLD-BUILDING
               MOVE R-PROPERTY TO WS-ATTR-PROPERTY
               IF WS-INV-IN-SERVICE = 'Y'
                   MOVE 'D' TO AA-DIRECTION
                   PERFORM ADJUST-AVAIL-FOR-OOS
               END-IF
               MOVE ROOMS-RECORD TO MJA-BEFORE
               DELETE ROOMS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-INV-OK
                   NOT INVALID KEY
                       MOVE SPACES TO MJA-AFTER
                       MOVE 'Delete' TO MJA-ACTION
                       PERFORM JOURNAL-ROOM-CHANGE
               END-DELETE
           END-IF
           CLOSE ROOMS-FILE
           IF WS-INV-OK = 'N'
               DISPLAY RED-COLOR "*** ERROR: Unable to retire room. ***"
                   RESET-COLOR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INV-OLD-TYPE TO ROOM-TYPE-CODE
           MOVE -1 TO WS-INV-TYPE-DELTA
           PERFORM ADJUST-TYPE-ROOM-COUNT

           INITIALIZE ROOM-HISTORY-RECORD
           MOVE WS-ROOM-ID-ENTRY TO RH-ROOM-ID
           MOVE 'RETIRED' TO RH-EVENT
           MOVE WS-INV-OLD-TYPE TO RH-OLD-TYPE
           MOVE WS-INV-OLD-BUILDING TO RH-OLD-BUILDING
           MOVE WS-ATTR-PROPERTY TO RH-PROPERTY
           MOVE WS-INV-REASON TO RH-REASON
           PERFORM WRITE-ROOM-HISTORY
           DISPLAY GREEN-COLOR "Room " WS-ROOM-ID-ENTRY
               " retired from " WS-EFFECTIVE-DATE "." RESET-COLOR.

       *> Bookings already on the room were sold as the old type, so
       *> the room must be clear of them before it changes. The room
       *> takes the new type's rack rate and currency.
       CHANGE-ROOM-TYPE.
           PERFORM READ-ROOM-FOR-CHANGE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current type: " FUNCTION TRIM(WS-INV-OLD-TYPE)
           DISPLAY "New room type: "
           ACCEPT WS-INV-NEW-TYPE
           PERFORM READ-NEW-ROOM-TYPE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-INV-NEW-TYPE = WS-INV-OLD-TYPE
               DISPLAY "Room is already that type."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the change: "
           ACCEPT WS-INV-REASON
           PERFORM GET-EFFECTIVE-DATE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ROOMS-FILE
           MOVE WS-ROOM-ID-ENTRY TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   MOVE 'N' TO WS-INV-OK
           END-READ
           IF WS-INV-OK = 'Y'
               MOVE ROOM-TYPE TO WS-INV-OLD-TYPE
               MOVE R-PROPERTY TO WS-ATTR-PROPERTY
               IF WS-INV-IN-SERVICE = 'Y'
                   MOVE 'D' TO AA-DIRECTION
                   PERFORM ADJUST-AVAIL-FOR-OOS
               END-IF
               MOVE ROOMS-RECORD TO MJA-BEFORE
               MOVE WS-INV-NEW-TYPE TO ROOM-TYPE
               MOVE WS-INV-NEW-RATE TO PRICE-PER-NIGHT
               MOVE WS-INV-NEW-CURRENCY TO CURRENCY-CODE
               REWRITE ROOMS-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-INV-OK
                   NOT INVALID KEY
                       MOVE ROOMS-RECORD TO MJA-AFTER
                       MOVE 'Change' TO MJA-ACTION
                       PERFORM JOURNAL-ROOM-CHANGE
               END-REWRITE
               IF WS-INV-IN-SERVICE = 'Y'
                   IF WS-INV-OK = 'N'
                       MOVE WS-INV-OLD-TYPE TO ROOM-TYPE
                   END-IF
                   MOVE 'U' TO AA-DIRECTION
                   PERFORM ADJUST-AVAIL-FOR-OOS
               END-IF
           END-IF
           CLOSE ROOMS-FILE
           IF WS-INV-OK = 'N'
               DISPLAY RED-COLOR "*** ERROR: Unable to update room "
                   "record. ***" RESET-COLOR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INV-OLD-TYPE TO ROOM-TYPE-CODE
           MOVE -1 TO WS-INV-TYPE-DELTA
           PERFORM ADJUST-TYPE-ROOM-COUNT
           MOVE WS-INV-NEW-TYPE TO ROOM-TYPE-CODE
           MOVE 1 TO WS-INV-TYPE-DELTA
           PERFORM ADJUST-TYPE-ROOM-COUNT

           INITIALIZE ROOM-HISTORY-RECORD
           MOVE WS-ROOM-ID-ENTRY TO RH-ROOM-ID
           MOVE 'RETYPED' TO RH-EVENT
           MOVE WS-INV-OLD-TYPE TO RH-OLD-TYPE
           MOVE WS-INV-NEW-TYPE TO RH-NEW-TYPE
           MOVE WS-ATTR-PROPERTY TO RH-PROPERTY
           MOVE WS-INV-REASON TO RH-REASON
           PERFORM WRITE-ROOM-HISTORY
           DISPLAY GREEN-COLOR "Room " WS-ROOM-ID-ENTRY " is "
               FUNCTION TRIM(WS-INV-NEW-TYPE) " from "
               WS-EFFECTIVE-DATE "." RESET-COLOR.

       *> A building renumbering moves each room to a new ID, and
       *> perhaps a new building name. The journal carries an entry
       *> under both numbers so either one can be traced.
       RENUMBER-ROOM.
           PERFORM READ-ROOM-FOR-CHANGE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New Room ID: "
           ACCEPT WS-INV-NEW-ID
           MOVE FUNCTION UPPER-CASE(WS-INV-NEW-ID) TO WS-INV-NEW-ID
           IF WS-INV-NEW-ID = SPACES
              OR WS-INV-NEW-ID = WS-ROOM-ID-ENTRY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New building/wing (blank = keep "
               FUNCTION TRIM(WS-INV-OLD-BUILDING) "): "
           ACCEPT WS-ATTR-BUILDING
           IF WS-ATTR-BUILDING = SPACES
               MOVE WS-INV-OLD-BUILDING TO WS-ATTR-BUILDING
           END-IF
           PERFORM GET-EFFECTIVE-DATE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ROOMS-FILE
           MOVE WS-ROOM-ID-ENTRY TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   MOVE 'N' TO WS-INV-OK
           END-READ
           IF WS-INV-OK = 'Y'
               MOVE ROOM-TYPE TO WS-INV-OLD-TYPE
               MOVE R-PROPERTY TO WS-ATTR-PROPERTY
               MOVE ROOMS-RECORD TO WS-INV-OLD-IMAGE
               MOVE WS-INV-NEW-ID TO ROOM-ID
               MOVE WS-ATTR-BUILDING TO R-BUILDING
               WRITE ROOMS-RECORD
                   INVALID KEY
                       DISPLAY RED-COLOR "*** ERROR: Room "
                           WS-INV-NEW-ID " already exists. ***"
                           RESET-COLOR
                       MOVE 'N' TO WS-INV-OK
               END-WRITE
           END-IF
           IF WS-INV-OK = 'Y'
               MOVE SPACES TO MJA-BEFORE
               MOVE ROOMS-RECORD TO MJA-AFTER
               MOVE 'Add' TO MJA-ACTION
               PERFORM JOURNAL-ROOM-CHANGE
               MOVE WS-INV-OLD-IMAGE TO MJA-BEFORE
               MOVE WS-ROOM-ID-ENTRY TO ROOM-ID
               DELETE ROOMS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-INV-OK
                   NOT INVALID KEY
                       MOVE SPACES TO MJA-AFTER
                       MOVE 'Delete' TO MJA-ACTION
                       PERFORM JOURNAL-ROOM-CHANGE
               END-DELETE
           END-IF
           CLOSE ROOMS-FILE
           IF WS-INV-OK = 'N'
               DISPLAY RED-COLOR "*** Room not renumbered. ***"
                   RESET-COLOR
               EXIT PARAGRAPH
           END-IF

           INITIALIZE ROOM-HISTORY-RECORD
           MOVE WS-ROOM-ID-ENTRY TO RH-ROOM-ID
           MOVE 'RENUMBER' TO RH-EVENT
           MOVE WS-INV-OLD-TYPE TO RH-OLD-TYPE
           MOVE WS-INV-OLD-TYPE TO RH-NEW-TYPE
           MOVE WS-INV-NEW-ID TO RH-OTHER-ROOM-ID
           MOVE WS-INV-OLD-BUILDING TO RH-OLD-BUILDING
           MOVE WS-ATTR-BUILDING TO RH-NEW-BUILDING
           MOVE WS-ATTR-PROPERTY TO RH-PROPERTY
           MOVE 'Renumbered' TO RH-REASON
           PERFORM WRITE-ROOM-HISTORY
           MOVE WS-INV-NEW-ID TO RH-ROOM-ID
           MOVE WS-ROOM-ID-ENTRY TO RH-OTHER-ROOM-ID
           PERFORM WRITE-ROOM-HISTORY
           DISPLAY GREEN-COLOR "Room " WS-ROOM-ID-ENTRY
               " renumbered " WS-INV-NEW-ID " from "
               WS-EFFECTIVE-DATE "." RESET-COLOR.

       *> Finds the room to change and makes sure nothing is booked
       *> on it. WS-INV-IN-SERVICE says whether the room is in the
       *> availability counts today.
       READ-ROOM-FOR-CHANGE.
           DISPLAY " "
           DISPLAY "Enter Room ID: "
           ACCEPT WS-ROOM-ID-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-ROOM-ID-ENTRY)
               TO WS-ROOM-ID-ENTRY
           MOVE 'Y' TO WS-INV-OK
           OPEN INPUT ROOMS-FILE
           MOVE WS-ROOM-ID-ENTRY TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   DISPLAY RED-COLOR "*** ERROR: Room "
                       WS-ROOM-ID-ENTRY " not found. ***" RESET-COLOR
                   MOVE 'N' TO WS-INV-OK
           END-READ
           CLOSE ROOMS-FILE
           IF WS-INV-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ACTIVE-BOOKING-COUNT NOT NUMERIC
               MOVE ZERO TO ACTIVE-BOOKING-COUNT
           END-IF
           IF FUNCTION TRIM(R-STATUS) = 'Occupied'
              OR ACTIVE-BOOKING-COUNT > 0
               DISPLAY RED-COLOR "*** ERROR: Room " WS-ROOM-ID-ENTRY
                   " is occupied or has bookings on it. ***"
                   RESET-COLOR
               MOVE 'N' TO WS-INV-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ROOM-TYPE TO WS-INV-OLD-TYPE
           MOVE R-BUILDING TO WS-INV-OLD-BUILDING
           IF FUNCTION TRIM(R-STATUS) = 'Out of Service'
               MOVE 'N' TO WS-INV-IN-SERVICE
           ELSE
               MOVE 'Y' TO WS-INV-IN-SERVICE
           END-IF.

       READ-NEW-ROOM-TYPE.
           MOVE 'Y' TO WS-INV-OK
           OPEN INPUT ROOM-TYPES-FILE
           MOVE WS-INV-NEW-TYPE TO ROOM-TYPE-CODE
           READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
               INVALID KEY
                   MOVE 'N' TO WS-INV-OK
               NOT INVALID KEY
                   MOVE ROOM-TYPE-RATE TO WS-INV-NEW-RATE
                   MOVE ROOM-TYPE-CURRENCY TO WS-INV-NEW-CURRENCY
           END-READ
           CLOSE ROOM-TYPES-FILE
           IF WS-INV-OK = 'N'
               DISPLAY RED-COLOR "*** ERROR: Room type "
                   FUNCTION TRIM(WS-INV-NEW-TYPE) " not found. ***"
                   RESET-COLOR
           END-IF.

       *> WS-ROOM-ID-ENTRY names the room; a new room's ID has no
       *> history unless it is being reused.
       GET-EFFECTIVE-DATE.
           MOVE 'Y' TO WS-INV-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM FIND-LATEST-CHANGE
           DISPLAY "Effective date (YYYYMMDD, 0 = today): "
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-MAINT-RETURN-ENTRY
           PERFORM VALIDATE-DATE-FORMAT
           IF WS-VALID-FLAG = 'N'
               DISPLAY RED-COLOR "*** Invalid date format. Please use "
               "YYYYMMDD. ***" RESET-COLOR
               MOVE 'N' TO WS-INV-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-EFFECTIVE-DATE > WS-CURRENT-DATE
               DISPLAY RED-COLOR "*** ERROR: A change cannot take "
                   "effect after today - record it on the day. ***"
                   RESET-COLOR
               MOVE 'N' TO WS-INV-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-EFFECTIVE-DATE < WS-LATEST-CHANGE
               DISPLAY RED-COLOR "*** ERROR: Room " WS-ROOM-ID-ENTRY
                   " last changed on " WS-LATEST-CHANGE
                   " - the date cannot be earlier. ***" RESET-COLOR
               MOVE 'N' TO WS-INV-OK
           END-IF.

       FIND-LATEST-CHANGE.
           MOVE 0 TO WS-LATEST-CHANGE
           OPEN INPUT ROOMHIST-FILE
           IF RH-FILE-OK
               MOVE WS-ROOM-ID-ENTRY TO RH-ROOM-ID
               MOVE 0 TO RH-EFFECTIVE-DATE
               MOVE LOW-VALUES TO RH-RECORDED-AT
               START ROOMHIST-FILE KEY IS >= RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RH-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-RH-EOF
               END-START
               PERFORM UNTIL WS-RH-EOF = 'Y'
                   READ ROOMHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-RH-EOF
                       NOT AT END
                           IF RH-ROOM-ID NOT = WS-ROOM-ID-ENTRY
                               MOVE 'Y' TO WS-RH-EOF
                           ELSE
                               MOVE RH-EFFECTIVE-DATE
                                   TO WS-LATEST-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMHIST-FILE.

       *> ROOM-TYPE-CODE names the type; the count is the room total
       *> the type was provisioned with.
       ADJUST-TYPE-ROOM-COUNT.
           OPEN I-O ROOM-TYPES-FILE
           IF RT-FILE-OK
               READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
                   NOT INVALID KEY
                       IF WS-INV-TYPE-DELTA < 0
                          AND ROOM-TYPE-COUNT = 0
                           CONTINUE
                       ELSE
                           MOVE ROOM-TYPE-RECORD TO MJA-BEFORE
                           ADD WS-INV-TYPE-DELTA TO ROOM-TYPE-COUNT
                           REWRITE ROOM-TYPE-RECORD
                           MOVE ROOM-TYPE-RECORD TO MJA-AFTER
                           MOVE 'Change' TO MJA-ACTION
                           MOVE 'ROOMTYPES' TO MJA-FILE
                           MOVE ROOM-TYPE-CODE TO MJA-KEY
                           MOVE 'manageRooms' TO MJA-PROGRAM
                           CALL 'masterJournal'
                               USING MASTER-JOURNAL-AREA
                       END-IF
               END-READ
           END-IF
           CLOSE ROOM-TYPES-FILE.

       *> Every change to a room record goes to the master-data
       *> change journal; callers set the before and after images
       *> and the action, ROOM-ID is the key.
       JOURNAL-ROOM-CHANGE.
           MOVE 'ROOMS' TO MJA-FILE
           MOVE ROOM-ID TO MJA-KEY
           MOVE 'manageRooms' TO MJA-PROGRAM
           CALL 'masterJournal' USING MASTER-JOURNAL-AREA.

       *> RH-ROOM-ID and the change details are already set.
       WRITE-ROOM-HISTORY.
           PERFORM READ-SESSION-OPERATOR
           MOVE WS-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RH-RECORDED-AT
           MOVE WS-OPERATOR-ID TO RH-RECORDED-BY
           OPEN I-O ROOMHIST-FILE
           IF RH-FILE-ERROR
               CLOSE ROOMHIST-FILE
               OPEN OUTPUT ROOMHIST-FILE
               CLOSE ROOMHIST-FILE
               OPEN I-O ROOMHIST-FILE
           END-IF
           WRITE ROOM-HISTORY-RECORD
               INVALID KEY
                   DISPLAY RED-COLOR "*** ERROR: Unable to record the "
                       "change in the room history. ***" RESET-COLOR
           END-WRITE
           CLOSE ROOMHIST-FILE.

       VIEW-ROOM-HISTORY.
           DISPLAY " "
           DISPLAY "Room ID (blank = all rooms): "
           ACCEPT WS-ROOM-ID-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-ROOM-ID-ENTRY)
               TO WS-ROOM-ID-ENTRY
           MOVE 0 TO WS-RH-LINES
           OPEN INPUT ROOMHIST-FILE
           IF RH-FILE-ERROR
               CLOSE ROOMHIST-FILE
               DISPLAY "No room inventory changes on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ROOM  EFFECTIVE EVENT    FROM       TO         "
               "OTHER BY    REASON"
           MOVE 'N' TO WS-RH-EOF
           PERFORM UNTIL WS-RH-EOF = 'Y'
               READ ROOMHIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-RH-EOF
                   NOT AT END
                       IF WS-ROOM-ID-ENTRY = SPACES
                          OR RH-ROOM-ID = WS-ROOM-ID-ENTRY
                           DISPLAY RH-ROOM-ID " " RH-EFFECTIVE-DATE
                               "  " RH-EVENT " " RH-OLD-TYPE " "
                               RH-NEW-TYPE " " RH-OTHER-ROOM-ID " "
                               RH-RECORDED-BY " "
                               FUNCTION TRIM(RH-REASON)
                           ADD 1 TO WS-RH-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMHIST-FILE
           IF WS-RH-LINES = 0
               DISPLAY "No changes recorded."
           END-IF
           DISPLAY " "
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM manageRooms.
