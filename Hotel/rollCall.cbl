       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollCall.

      *****************************************************************
      * EMERGENCY EVACUATION ROLL-CALL
      * No questions asked - one keystroke from the main menu and the
      * list is on paper. Every in-house stay (checked in, not yet
      * checked out) is listed by building and floor with a tick box
      * per registered guest from GUESTS.DAT, and any guest flagged
      * at check-in as needing mobility, hearing or sight help is
      * marked beside their name and repeated in a separate list at
      * the top so the marshals see them first. A stay keyed without
      * a guest roster shows the booking name and party size.
      * After the rooms come today's day-use bookings and the
      * arrivals still expected today, who may walk in mid-alarm.
      * nightRun also runs this every night, so ROLLCALL.PRN on disk
      * is never older than last night even if no terminal is up.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-IO-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT GUEST-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-GU-FILE-STATUS.
           SELECT ROLLCALL-FILE ASSIGN TO '../DATA/ROLLCALL.PRN'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  ROLLCALL-FILE.
       01  RC-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IO-FILE-STATUS       PIC 99.
           88 IO-FILE-OK           VALUE 00.
           88 IO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-GU-FILE-STATUS       PIC 99.
           88 GU-FILE-OK           VALUE 00.
           88 GU-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-TODAY                PIC 9(8).

       *> In-house stays, kept in building / floor / room order
       01  WS-STAY-COUNT           PIC 9(3) VALUE 0.
       01  WS-STAY-TABLE.
           05 WS-STAY-ENTRY OCCURS 500 TIMES.
              10 WS-ST-SORT-KEY.
                 15 WS-ST-BUILDING PIC X(10).
                 15 WS-ST-FLOOR    PIC 9(2).
                 15 WS-ST-ROOM     PIC X(5).
              10 WS-ST-CHECKIN-ID  PIC 9(5).
              10 WS-ST-BOOKING-ID  PIC 9(5).
              10 WS-ST-GUESTS      PIC 9(2).
       01  WS-STAY-HOLD            PIC X(29).
       01  WS-ST-IDX               PIC 9(3).
       01  WS-ST-SCAN              PIC 9(3).
       01  WS-ST-DROPPED           PIC 9(3) VALUE 0.

       *> Registered guests on those stays
       01  WS-GUEST-COUNT          PIC 9(4) VALUE 0.
       01  WS-GUEST-TABLE.
           05 WS-GT-ENTRY OCCURS 2000 TIMES.
              10 WS-GT-STAY-IDX    PIC 9(3).
              10 WS-GT-NAME        PIC X(20).
              10 WS-GT-AGE         PIC 9(3).
              10 WS-GT-ASSIST      PIC X(3).
       01  WS-GT-IDX               PIC 9(4).

       01  WS-LAST-BUILDING        PIC X(10).
       01  WS-LAST-FLOOR           PIC 9(2).
       01  WS-ASSIST-TEXT          PIC X(30).
       01  WS-ASSIST-PTR           PIC 99.
       01  WS-PARTY-SIZE           PIC 9(3).
       01  WS-PARTY-DISPLAY        PIC ZZ9.
       01  WS-GUEST-TOTAL          PIC 9(4) VALUE 0.
       01  WS-ASSIST-TOTAL         PIC 9(4) VALUE 0.
       01  WS-EXPECTED-COUNT       PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY        PIC ZZZ9.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           MOVE 0 TO WS-STAY-COUNT
           MOVE 0 TO WS-ST-DROPPED
           MOVE 0 TO WS-GUEST-COUNT
           MOVE 0 TO WS-GUEST-TOTAL
           MOVE 0 TO WS-ASSIST-TOTAL
           MOVE 0 TO WS-EXPECTED-COUNT

           PERFORM LOAD-IN-HOUSE-STAYS
           PERFORM LOAD-REGISTERED-GUESTS

           OPEN OUTPUT ROLLCALL-FILE
           MOVE "*** EVACUATION ROLL-CALL ***" TO RC-LINE
           WRITE RC-LINE
           MOVE SPACES TO RC-LINE
           STRING "AS AT " WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2)
               "-" WS-NOW-STAMP(7:2) " " WS-NOW-STAMP(9:2) ":"
               WS-NOW-STAMP(11:2)
               "   TICK EACH PERSON AT THE ASSEMBLY POINT"
               DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE
           WRITE RC-LINE FROM ALL "="

           PERFORM WRITE-ASSISTANCE-FIRST
           PERFORM WRITE-ROOMS-BY-FLOOR
           PERFORM WRITE-EXPECTED-TODAY

           MOVE SPACES TO RC-LINE
           WRITE RC-LINE
           WRITE RC-LINE FROM ALL "="
           MOVE WS-STAY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RC-LINE
           STRING "OCCUPIED ROOMS " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RC-LINE
           MOVE WS-GUEST-TOTAL TO WS-COUNT-DISPLAY
           STRING "   PERSONS " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RC-LINE(20:)
           MOVE WS-ASSIST-TOTAL TO WS-COUNT-DISPLAY
           STRING "   NEEDING HELP " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RC-LINE(38:)
           WRITE RC-LINE
           IF WS-ST-DROPPED > 0
               MOVE "*** MORE ROOMS OCCUPIED THAN THIS LIST HOLDS - "
                   TO RC-LINE
               MOVE "CHECK THE RACK ***" TO RC-LINE(48:)
               WRITE RC-LINE
           END-IF
           CLOSE ROLLCALL-FILE
           MOVE 'ROLLCALL' TO RCA-REPORT-NAME
           MOVE '../DATA/ROLLCALL.PRN' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Roll-call written to ROLLCALL.PRN - print it now."
           DISPLAY "Occupied rooms: " WS-STAY-COUNT
                   "  persons: " WS-GUEST-TOTAL
                   "  needing help: " WS-ASSIST-TOTAL
           GOBACK.

      *****************************************************************
      * GATHER - in-house stays with their building and floor, then
      * the registered guests on them
      *****************************************************************
       LOAD-IN-HOUSE-STAYS.
           OPEN INPUT CHECKINOUT-FILE
           IF IO-FILE-ERROR
               CLOSE CHECKINOUT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ROOMS-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHECKOUT-FLAG IN CHECKINOUT-RECORD NOT = 'Y'
                           PERFORM ADD-STAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           CLOSE CHECKINOUT-FILE.

       *> Insertion into the table at its building/floor/room place
       ADD-STAY.
           IF WS-STAY-COUNT >= 500
               ADD 1 TO WS-ST-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STAY-HOLD
           MOVE ROOM-ID-IO TO ROOM-ID
           MOVE 'UNKNOWN' TO WS-STAY-HOLD(1:10)
           MOVE '00' TO WS-STAY-HOLD(11:2)
           IF ROOM-FILE-OK
               READ ROOMS-FILE KEY IS ROOM-ID
                   NOT INVALID KEY
                       MOVE R-BUILDING TO WS-STAY-HOLD(1:10)
                       MOVE R-FLOOR TO WS-STAY-HOLD(11:2)
               END-READ
           END-IF
           MOVE ROOM-ID-IO TO WS-STAY-HOLD(13:5)
           MOVE CHECKIN-ID TO WS-STAY-HOLD(18:5)
           MOVE BOOKING-ID-IO TO WS-STAY-HOLD(23:5)
           MOVE '00' TO WS-STAY-HOLD(28:2)

           ADD 1 TO WS-STAY-COUNT
           MOVE WS-STAY-COUNT TO WS-ST-IDX
           PERFORM UNTIL WS-ST-IDX = 1
               COMPUTE WS-ST-SCAN = WS-ST-IDX - 1
               IF WS-ST-SORT-KEY(WS-ST-SCAN) <= WS-STAY-HOLD(1:17)
                   EXIT PERFORM
               END-IF
               MOVE WS-STAY-ENTRY(WS-ST-SCAN)
                   TO WS-STAY-ENTRY(WS-ST-IDX)
               MOVE WS-ST-SCAN TO WS-ST-IDX
           END-PERFORM
           MOVE WS-STAY-HOLD TO WS-STAY-ENTRY(WS-ST-IDX).

       LOAD-REGISTERED-GUESTS.
           OPEN INPUT GUEST-FILE
           IF GU-FILE-ERROR
               CLOSE GUEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUEST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                               UNTIL WS-ST-IDX > WS-STAY-COUNT
                           IF WS-ST-CHECKIN-ID(WS-ST-IDX) =
                                   GUEST-CHECKIN-ID
                               PERFORM ADD-GUEST
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE GUEST-FILE.

       ADD-GUEST.
           IF WS-GUEST-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GUEST-COUNT
           MOVE WS-ST-IDX TO WS-GT-STAY-IDX(WS-GUEST-COUNT)
           MOVE GUEST-NAME TO WS-GT-NAME(WS-GUEST-COUNT)
           MOVE GUEST-AGE TO WS-GT-AGE(WS-GUEST-COUNT)
           MOVE GUEST-ASSIST TO WS-GT-ASSIST(WS-GUEST-COUNT)
           IF WS-ST-GUESTS(WS-ST-IDX) < 99
               ADD 1 TO WS-ST-GUESTS(WS-ST-IDX)
           END-IF.

      *****************************************************************
      * PRINT
      *****************************************************************
       WRITE-ASSISTANCE-FIRST.
           MOVE "GUESTS NEEDING HELP TO EVACUATE - GO TO THESE FIRST"
               TO RC-LINE
           WRITE RC-LINE
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GUEST-COUNT
               IF WS-GT-ASSIST(WS-GT-IDX) NOT = 'NNN'
                  AND WS-GT-ASSIST(WS-GT-IDX) NOT = SPACES
                   ADD 1 TO WS-ASSIST-TOTAL
                   PERFORM BUILD-ASSIST-TEXT
                   MOVE WS-GT-STAY-IDX(WS-GT-IDX) TO WS-ST-IDX
                   MOVE SPACES TO RC-LINE
                   STRING "  [ ] " WS-ST-BUILDING(WS-ST-IDX)
                       " FL " WS-ST-FLOOR(WS-ST-IDX)
                       " RM " WS-ST-ROOM(WS-ST-IDX) " "
                       WS-GT-NAME(WS-GT-IDX) " " WS-ASSIST-TEXT
                       DELIMITED BY SIZE INTO RC-LINE
                   WRITE RC-LINE
               END-IF
           END-PERFORM
           IF WS-ASSIST-TOTAL = 0
               MOVE "  (none recorded)" TO RC-LINE
               WRITE RC-LINE
           END-IF.

       WRITE-ROOMS-BY-FLOOR.
           MOVE SPACES TO WS-LAST-BUILDING
           MOVE 99 TO WS-LAST-FLOOR
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STAY-COUNT
               IF WS-ST-BUILDING(WS-ST-IDX) NOT = WS-LAST-BUILDING
                  OR WS-ST-FLOOR(WS-ST-IDX) NOT = WS-LAST-FLOOR
                   MOVE WS-ST-BUILDING(WS-ST-IDX) TO WS-LAST-BUILDING
                   MOVE WS-ST-FLOOR(WS-ST-IDX) TO WS-LAST-FLOOR
                   MOVE SPACES TO RC-LINE
                   WRITE RC-LINE
                   MOVE SPACES TO RC-LINE
                   STRING "BUILDING " WS-LAST-BUILDING
                       "  FLOOR " WS-LAST-FLOOR
                       DELIMITED BY SIZE INTO RC-LINE
                   WRITE RC-LINE
                   WRITE RC-LINE FROM ALL "-"
               END-IF
               PERFORM WRITE-ONE-ROOM
           END-PERFORM.

       WRITE-ONE-ROOM.
           IF WS-ST-GUESTS(WS-ST-IDX) > 0
               MOVE WS-ST-GUESTS(WS-ST-IDX) TO WS-PARTY-DISPLAY
               ADD WS-ST-GUESTS(WS-ST-IDX) TO WS-GUEST-TOTAL
               MOVE SPACES TO RC-LINE
               STRING "  ROOM " WS-ST-ROOM(WS-ST-IDX)
                   "  GUESTS " WS-PARTY-DISPLAY
                   "  STAY " WS-ST-CHECKIN-ID(WS-ST-IDX)
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                       UNTIL WS-GT-IDX > WS-GUEST-COUNT
                   IF WS-GT-STAY-IDX(WS-GT-IDX) = WS-ST-IDX
                       PERFORM WRITE-GUEST-TICK-LINE
                   END-IF
               END-PERFORM
           ELSE
               *> No roster keyed - the booking name and party size
               PERFORM LOOK-UP-BOOKING-PARTY
               ADD WS-PARTY-SIZE TO WS-GUEST-TOTAL
               MOVE WS-PARTY-SIZE TO WS-PARTY-DISPLAY
               MOVE SPACES TO RC-LINE
               STRING "  ROOM " WS-ST-ROOM(WS-ST-IDX)
                   "  GUESTS " WS-PARTY-DISPLAY
                   "  STAY " WS-ST-CHECKIN-ID(WS-ST-IDX)
                   "  (no roster - booking party)"
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               MOVE SPACES TO RC-LINE
               STRING "      [ ] " CUSTOMER-NAME-BK
                   " and party"
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
           END-IF.

       WRITE-GUEST-TICK-LINE.
           MOVE SPACES TO WS-ASSIST-TEXT
           IF WS-GT-ASSIST(WS-GT-IDX) NOT = 'NNN'
              AND WS-GT-ASSIST(WS-GT-IDX) NOT = SPACES
               PERFORM BUILD-ASSIST-TEXT
           END-IF
           MOVE SPACES TO RC-LINE
           STRING "      [ ] " WS-GT-NAME(WS-GT-IDX)
               " age " WS-GT-AGE(WS-GT-IDX) "  " WS-ASSIST-TEXT
               DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE.

       BUILD-ASSIST-TEXT.
           MOVE SPACES TO WS-ASSIST-TEXT
           MOVE 1 TO WS-ASSIST-PTR
           STRING "HELP: " DELIMITED BY SIZE
               INTO WS-ASSIST-TEXT WITH POINTER WS-ASSIST-PTR
           IF WS-GT-ASSIST(WS-GT-IDX)(1:1) = 'Y'
               STRING "MOBILITY " DELIMITED BY SIZE
                   INTO WS-ASSIST-TEXT WITH POINTER WS-ASSIST-PTR
           END-IF
           IF WS-GT-ASSIST(WS-GT-IDX)(2:1) = 'Y'
               STRING "HEARING " DELIMITED BY SIZE
                   INTO WS-ASSIST-TEXT WITH POINTER WS-ASSIST-PTR
           END-IF
           IF WS-GT-ASSIST(WS-GT-IDX)(3:1) = 'Y'
               STRING "SIGHT" DELIMITED BY SIZE
                   INTO WS-ASSIST-TEXT WITH POINTER WS-ASSIST-PTR
           END-IF.

       LOOK-UP-BOOKING-PARTY.
           MOVE 1 TO WS-PARTY-SIZE
           MOVE SPACES TO CUSTOMER-NAME-BK
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               MOVE WS-ST-BOOKING-ID(WS-ST-IDX) TO BOOKING-ID
               READ BOOKING-FILE KEY IS BOOKING-ID
                   INVALID KEY
                       MOVE '(booking not on file)'
                           TO CUSTOMER-NAME-BK
                   NOT INVALID KEY
                       IF ADULTS-BK + CHILDREN-BK > 0
                           COMPUTE WS-PARTY-SIZE =
                               ADULTS-BK + CHILDREN-BK
                       END-IF
               END-READ
           END-IF
           CLOSE BOOKING-FILE.

       *> Day-use rooms today and arrivals not yet in - they may be
       *> in the building, or walk in during the alarm
       WRITE-EXPECTED-TODAY.
           MOVE SPACES TO RC-LINE
           WRITE RC-LINE
           WRITE RC-LINE FROM ALL "="
           MOVE "DAY-USE TODAY AND ARRIVALS STILL EXPECTED TODAY"
               TO RC-LINE
           WRITE RC-LINE
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CHECKIN-DATE = WS-TODAY
                              AND (BOOKING-STATUS = 'Active'
                                   OR BOOKING-STATUS = 'Option')
                               PERFORM WRITE-EXPECTED-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BOOKING-FILE
           IF WS-EXPECTED-COUNT = 0
               MOVE "  (none)" TO RC-LINE
               WRITE RC-LINE
           END-IF.

       WRITE-EXPECTED-LINE.
           IF BOOKING-TYPE NOT = 'Day-Use' AND CHEKIN-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXPECTED-COUNT
           COMPUTE WS-PARTY-SIZE = ADULTS-BK + CHILDREN-BK
           MOVE WS-PARTY-SIZE TO WS-PARTY-DISPLAY
           MOVE SPACES TO RC-LINE
           IF BOOKING-TYPE = 'Day-Use'
               IF CHEKIN-FLAG = 'Y'
                   STRING "  [ ] DAY-USE IN     RM " ROOM-ID-BK " "
                       CUSTOMER-NAME-BK " PARTY " WS-PARTY-DISPLAY
                       DELIMITED BY SIZE INTO RC-LINE
               ELSE
                   STRING "  [ ] DAY-USE DUE    RM " ROOM-ID-BK " "
                       CUSTOMER-NAME-BK " PARTY " WS-PARTY-DISPLAY
                       DELIMITED BY SIZE INTO RC-LINE
               END-IF
           ELSE
               STRING "  [ ] LATE ARRIVAL   RM " ROOM-ID-BK " "
                   CUSTOMER-NAME-BK " PARTY " WS-PARTY-DISPLAY
                   DELIMITED BY SIZE INTO RC-LINE
           END-IF
           WRITE RC-LINE.

       END PROGRAM rollCall.
