       IDENTIFICATION DIVISION.
       PROGRAM-ID. groupDisplacement.

      *****************************************************************
      * GROUP DISPLACEMENT ANALYSIS
      * Before sales commits a discounted room block, this prices
      * what the same rooms would earn from transient guests on the
      * same nights. For each night of the proposed block:
      *   on the books  - Active bookings of the room type (sharers
      *                   ride on the principal, as forecastReport)
      *   held          - unpicked rooms of other Open blocks
      *   demand        - on-the-books grown by last year's pickup
      *                   for the month from PACESNAP.DAT: what was
      *                   on the books this far out, against what the
      *                   month finished on
      *   displaced     - transient demand the block pushes out,
      *                   valued at the RATECAL rate in force that
      *                   night (the type's standing rate otherwise)
      * Nights where bookings, other blocks and this block together
      * exceed the rooms are flagged as overbooking - within the
      * OVERBOOK.DAT allowance or beyond it. The group side is the
      * block at the group rate plus the expected F&B spend. Saved,
      * the block goes on ALLOTMENTS.DAT as 'Proposed' (holding no
      * inventory) with the analysis in DISPLACE.DAT, and a manager
      * approves or declines it against the figures in
      * manageAllotments.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT ROOM-TYPES-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE
               FILE STATUS IS WS-RT-FILE-STATUS.
           SELECT RATECAL-FILE ASSIGN TO '../DATA/RATECAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT PACESNAP-FILE ASSIGN TO '../DATA/PACESNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT OVERBOOK-FILE ASSIGN TO '../DATA/OVERBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-ROOM-TYPE
               FILE STATUS IS WS-OB-FILE-STATUS.
           SELECT ALLOTMENT-FILE ASSIGN TO '../DATA/ALLOTMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ID
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT DISPLACE-FILE ASSIGN TO '../DATA/DISPLACE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-AL-ID
               FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT DISPLACE-REPORT-FILE ASSIGN TO
               '../DATA/DISPLACE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  RATECAL-FILE.
       COPY "./CopyBooks/RATECAL.cpy".

       FD  PACESNAP-FILE.
       COPY "./CopyBooks/PACESNAP.cpy".

       FD  OVERBOOK-FILE.
       COPY "./CopyBooks/OVERBOOK.cpy".

       FD  ALLOTMENT-FILE.
       COPY "./CopyBooks/ALLOTMENT.cpy".

       FD  DISPLACE-FILE.
       COPY "./CopyBooks/DISPLACE.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  DISPLACE-REPORT-FILE.
       01  DR-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RC-FILE-STATUS       PIC 99.
           88 RC-FILE-OK           VALUE 00.
           88 RC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PS-FILE-STATUS       PIC 99.
           88 PS-FILE-OK           VALUE 00.
           88 PS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-OB-FILE-STATUS       PIC 99.
           88 OB-FILE-OK           VALUE 00.
           88 OB-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AL-FILE-STATUS       PIC 99.
           88 AL-FILE-OK           VALUE 00.
           88 AL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-DP-FILE-STATUS       PIC 99.
           88 DP-FILE-OK           VALUE 00.
           88 DP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X.
       01  WS-SEASON-EOF           PIC X.
       01  WS-CONFIRM              PIC X.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).

       *> The proposal
       01  WS-IN-NAME              PIC X(20).
       01  WS-IN-TYPE              PIC X(10).
       01  WS-IN-COUNT             PIC 9(3).
       01  WS-IN-START             PIC 9(8).
       01  WS-IN-END               PIC 9(8).
       01  WS-IN-RELEASE           PIC 9(8).
       01  WS-IN-GROUP-RATE        PIC 9(9).
       01  WS-IN-FB-SPEND          PIC 9(9).
       01  WS-TYPE-ROOMS           PIC 9(3).
       01  WS-TYPE-RATE            PIC 9(9).
       01  WS-OB-ALLOWANCE         PIC 9(3).
       01  WS-NEXT-AL-ID           PIC 9(5).

       *> One row per night of the block
       01  WS-START-INTEGER        PIC 9(8).
       01  WS-END-INTEGER          PIC 9(8).
       01  WS-DAY-INTEGER          PIC 9(8).
       01  WS-NIGHT-START          PIC 9(8).
       01  WS-NIGHT-END            PIC 9(8).
       01  WS-N-COUNT              PIC 9(2) VALUE 0.
       01  WS-N-IDX                PIC 9(2).
       01  WS-NIGHT-TABLE.
           05 WS-N-ENTRY OCCURS 31 TIMES.
               10 WS-N-DATE        PIC 9(8).
               10 WS-N-ON-BOOKS    PIC 9(3).
               10 WS-N-HELD        PIC 9(3).
               10 WS-N-DEMAND      PIC 9(3).
               10 WS-N-DISPLACED   PIC 9(3).
               10 WS-N-RATE        PIC 9(9).
               10 WS-N-FLAG        PIC X.
       01  WS-FREE-FOR-GROUP       PIC S9(5).
       01  WS-WORK-ROOMS           PIC S9(5).
       01  WS-COMMITTED            PIC 9(5).
       01  WS-DEMAND-CALC          PIC 9(5).

       *> Last year's pickup, one row per calendar month touched
       01  WS-PU-COUNT             PIC 9 VALUE 0.
       01  WS-PU-IDX               PIC 9.
       01  WS-PU-TABLE.
           05 WS-PU-ENTRY OCCURS 3 TIMES.
               10 WS-PU-MONTH      PIC 9(6).
               10 WS-PU-PCT        PIC 9(3).
       01  WS-CALC-MONTH           PIC 9(6).
       01  WS-CALC-MONTH-R REDEFINES WS-CALC-MONTH.
           05 WS-CALC-YEAR         PIC 9(4).
           05 WS-CALC-MM           PIC 9(2).
       01  WS-LY-MONTH             PIC 9(6).
       01  WS-NEXT-MONTH           PIC 9(6).
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YEAR         PIC 9(4).
           05 WS-NEXT-MM           PIC 9(2).
       01  WS-WANT-DATE-INT        PIC 9(8).
       01  WS-BEST-SNAP            PIC 9(8).
       01  WS-LY-AT-LEAD           PIC 9(5).
       01  WS-LY-FINAL             PIC 9(5).
       01  WS-PICKUP-PCT           PIC 9(3).
       01  WS-NO-HISTORY           PIC X.

       01  WS-SEASONAL-RATE-FOUND  PIC X VALUE 'N'.
       01  WS-SEASONAL-PRICE       PIC 9(9).
       01  WS-SEASON-CHECK-DATE    PIC 9(8).

       *> Results
       01  WS-BLOCK-NIGHTS         PIC 9(5).
       01  WS-GROUP-ROOM-REV       PIC 9(9).
       01  WS-DISPLACED-NIGHTS     PIC 9(5).
       01  WS-DISPLACED-REV        PIC 9(9).
       01  WS-NET-GAIN             PIC S9(9).
       01  WS-OVERBOOK-NIGHTS      PIC 9(3).
       01  WS-OVER-LIMIT-NIGHTS    PIC 9(3).
       01  WS-NET-DSP              PIC -(9)9.
       01  WS-AMOUNT-DSP           PIC Z(8)9.
       01  WS-FLAG-TEXT            PIC X(14).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           PERFORM READ-SESSION-OPERATOR

           DISPLAY "=========================================="
           DISPLAY "   GROUP DISPLACEMENT ANALYSIS"
           DISPLAY "=========================================="
           PERFORM ACCEPT-PROPOSAL
           IF WS-N-COUNT = 0
               GOBACK
           END-IF

           PERFORM LOAD-OVERBOOK-ALLOWANCE
           PERFORM TALLY-ON-THE-BOOKS
           PERFORM TALLY-OTHER-BLOCKS
           PERFORM WORK-OUT-DISPLACEMENT
           PERFORM WRITE-DISPLACEMENT-REPORT
           PERFORM SHOW-DISPLACEMENT-SUMMARY

           DISPLAY "Save as a proposed block for manager approval? "
                   "(Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM SAVE-PROPOSAL
           ELSE
               DISPLAY "Analysis not saved."
           END-IF
           GOBACK.

      *****************************************************************
      * PROPOSAL ENTRY
      *****************************************************************
       ACCEPT-PROPOSAL.
           MOVE 0 TO WS-N-COUNT
           DISPLAY "Block/event name: "
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME = SPACES
               DISPLAY "Name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Room type: "
           MOVE SPACES TO WS-IN-TYPE
           ACCEPT WS-IN-TYPE
           OPEN INPUT ROOM-TYPES-FILE
           MOVE WS-IN-TYPE TO ROOM-TYPE-CODE
           READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
               INVALID KEY
                   MOVE 0 TO WS-TYPE-ROOMS
               NOT INVALID KEY
                   MOVE ROOM-TYPE-COUNT TO WS-TYPE-ROOMS
                   MOVE ROOM-TYPE-RATE TO WS-TYPE-RATE
           END-READ
           CLOSE ROOM-TYPES-FILE
           IF WS-TYPE-ROOMS = 0
               DISPLAY "Unknown room type, or it has no rooms."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rooms in the block (1-999): "
           MOVE 0 TO WS-IN-COUNT
           ACCEPT WS-IN-COUNT
           IF WS-IN-COUNT = 0
               DISPLAY "A block needs at least one room."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First night (YYYYMMDD): "
           ACCEPT WS-IN-START
           DISPLAY "Last night (YYYYMMDD): "
           ACCEPT WS-IN-END
           IF WS-IN-START <= WS-CURRENT-DATE-NUM
               DISPLAY "The block must start after today."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-END < WS-IN-START
               DISPLAY "Last night is before the first."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-IN-START)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-IN-END)
           IF WS-END-INTEGER - WS-START-INTEGER + 1 > 31
               DISPLAY "A block can run at most 31 nights."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release date - unsold rooms return to general "
                   "sale (YYYYMMDD): "
           ACCEPT WS-IN-RELEASE
           IF WS-IN-RELEASE > WS-IN-START
               DISPLAY "Release date must not be after arrival - "
                       "capped to the first night."
               MOVE WS-IN-START TO WS-IN-RELEASE
           END-IF
           DISPLAY "Group rate per room night: "
           MOVE 0 TO WS-IN-GROUP-RATE
           ACCEPT WS-IN-GROUP-RATE
           DISPLAY "Expected F&B spend for the whole group: "
           MOVE 0 TO WS-IN-FB-SPEND
           ACCEPT WS-IN-FB-SPEND

           INITIALIZE WS-NIGHT-TABLE
           MOVE WS-START-INTEGER TO WS-DAY-INTEGER
           PERFORM UNTIL WS-DAY-INTEGER > WS-END-INTEGER
               ADD 1 TO WS-N-COUNT
               COMPUTE WS-N-DATE(WS-N-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

       LOAD-OVERBOOK-ALLOWANCE.
           MOVE 0 TO WS-OB-ALLOWANCE
           OPEN INPUT OVERBOOK-FILE
           IF OB-FILE-OK
               MOVE WS-IN-TYPE TO OB-ROOM-TYPE
               READ OVERBOOK-FILE KEY IS OB-ROOM-TYPE
                   NOT INVALID KEY
                       COMPUTE WS-OB-ALLOWANCE = OB-ALLOW-COUNT +
                           (WS-TYPE-ROOMS * OB-ALLOW-PCT / 100)
               END-READ
           END-IF
           CLOSE OVERBOOK-FILE.

      *****************************************************************
      * ON THE BOOKS
      *****************************************************************
       TALLY-ON-THE-BOOKS.
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ROOMS-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOOKING-STATUS = 'Active'
                          AND SHARE-ROLE-BK NOT = 'S'
                          AND CHECKOUT-DATE > WS-IN-START
                          AND CHECKIN-DATE <= WS-IN-END
                           PERFORM TALLY-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           CLOSE BOOKING-FILE.

       *> A guest holds check-in night through the night before
       *> check-out; only the nights inside the block count.
       TALLY-ONE-BOOKING.
           MOVE ROOM-ID-BK TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ROOM-TYPE NOT = WS-IN-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE CHECKIN-DATE TO WS-NIGHT-START
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHECKOUT-DATE) - 1
           COMPUTE WS-NIGHT-END =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           PERFORM VARYING WS-N-IDX FROM 1 BY 1
                   UNTIL WS-N-IDX > WS-N-COUNT
               IF WS-N-DATE(WS-N-IDX) >= WS-NIGHT-START
                  AND WS-N-DATE(WS-N-IDX) <= WS-NIGHT-END
                  AND WS-N-ON-BOOKS(WS-N-IDX) < 999
                   ADD 1 TO WS-N-ON-BOOKS(WS-N-IDX)
               END-IF
           END-PERFORM.

       *> Other Open blocks keep their unsold rooms off general sale;
       *> rooms already picked up are in the bookings above.
       TALLY-OTHER-BLOCKS.
           OPEN INPUT ALLOTMENT-FILE
           IF AL-FILE-ERROR
               CLOSE ALLOTMENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLOTMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AL-STATUS) = 'Open'
                          AND AL-ROOM-TYPE = WS-IN-TYPE
                          AND AL-COUNT > AL-PICKED-UP
                           PERFORM VARYING WS-N-IDX FROM 1 BY 1
                                   UNTIL WS-N-IDX > WS-N-COUNT
                               IF WS-N-DATE(WS-N-IDX) >= AL-START-DATE
                                  AND WS-N-DATE(WS-N-IDX)
                                      <= AL-END-DATE
                                   COMPUTE WS-N-HELD(WS-N-IDX) =
                                       WS-N-HELD(WS-N-IDX)
                                       + AL-COUNT - AL-PICKED-UP
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOTMENT-FILE.

      *****************************************************************
      * DISPLACEMENT
      *****************************************************************
       WORK-OUT-DISPLACEMENT.
           MOVE 0 TO WS-PU-COUNT
           MOVE 'N' TO WS-NO-HISTORY
           MOVE 0 TO WS-BLOCK-NIGHTS
           MOVE 0 TO WS-DISPLACED-NIGHTS
           MOVE 0 TO WS-DISPLACED-REV
           MOVE 0 TO WS-OVERBOOK-NIGHTS
           MOVE 0 TO WS-OVER-LIMIT-NIGHTS
           PERFORM VARYING WS-N-IDX FROM 1 BY 1
                   UNTIL WS-N-IDX > WS-N-COUNT
               PERFORM WORK-OUT-ONE-NIGHT
           END-PERFORM
           COMPUTE WS-GROUP-ROOM-REV =
               WS-BLOCK-NIGHTS * WS-IN-GROUP-RATE
           COMPUTE WS-NET-GAIN = WS-GROUP-ROOM-REV + WS-IN-FB-SPEND
               - WS-DISPLACED-REV.

       WORK-OUT-ONE-NIGHT.
           ADD WS-IN-COUNT TO WS-BLOCK-NIGHTS
           MOVE WS-N-DATE(WS-N-IDX)(1:6) TO WS-CALC-MONTH
           PERFORM GET-MONTH-PICKUP

           *> Transient demand: what is on the books grown by the
           *> pickup the month saw last year from this far out.
           COMPUTE WS-DEMAND-CALC ROUNDED =
               WS-N-ON-BOOKS(WS-N-IDX) * WS-PICKUP-PCT / 100
           IF WS-DEMAND-CALC > 999
               MOVE 999 TO WS-DEMAND-CALC
           END-IF
           MOVE WS-DEMAND-CALC TO WS-N-DEMAND(WS-N-IDX)

           COMPUTE WS-FREE-FOR-GROUP = WS-TYPE-ROOMS
               - WS-N-HELD(WS-N-IDX) - WS-N-DEMAND(WS-N-IDX)
           IF WS-FREE-FOR-GROUP < 0
               MOVE 0 TO WS-FREE-FOR-GROUP
           END-IF
           COMPUTE WS-WORK-ROOMS = WS-IN-COUNT - WS-FREE-FOR-GROUP
           IF WS-WORK-ROOMS < 0
               MOVE 0 TO WS-WORK-ROOMS
           END-IF
           IF WS-WORK-ROOMS > WS-N-DEMAND(WS-N-IDX)
               MOVE WS-N-DEMAND(WS-N-IDX) TO WS-WORK-ROOMS
           END-IF
           MOVE WS-WORK-ROOMS TO WS-N-DISPLACED(WS-N-IDX)

           MOVE WS-N-DATE(WS-N-IDX) TO WS-SEASON-CHECK-DATE
           PERFORM GET-SEASONAL-RATE
           IF WS-SEASONAL-RATE-FOUND = 'Y'
               MOVE WS-SEASONAL-PRICE TO WS-N-RATE(WS-N-IDX)
           ELSE
               MOVE WS-TYPE-RATE TO WS-N-RATE(WS-N-IDX)
           END-IF
           ADD WS-N-DISPLACED(WS-N-IDX) TO WS-DISPLACED-NIGHTS
           COMPUTE WS-DISPLACED-REV = WS-DISPLACED-REV
               + WS-N-DISPLACED(WS-N-IDX) * WS-N-RATE(WS-N-IDX)

           *> Overbooking is judged on firm business only - bookings
           *> and blocks already given - not on the forecast.
           MOVE SPACE TO WS-N-FLAG(WS-N-IDX)
           COMPUTE WS-COMMITTED = WS-N-ON-BOOKS(WS-N-IDX)
               + WS-N-HELD(WS-N-IDX) + WS-IN-COUNT
           IF WS-COMMITTED > WS-TYPE-ROOMS
               IF WS-COMMITTED > WS-TYPE-ROOMS + WS-OB-ALLOWANCE
                   MOVE 'X' TO WS-N-FLAG(WS-N-IDX)
                   ADD 1 TO WS-OVER-LIMIT-NIGHTS
               ELSE
                   MOVE 'O' TO WS-N-FLAG(WS-N-IDX)
               END-IF
               ADD 1 TO WS-OVERBOOK-NIGHTS
           END-IF.

       *> Last year's pickup for the month, as a percentage of what
       *> was on the books at the same distance out: the snapshot
       *> nearest a year ago against the one nearest last year's
       *> month end. No history leaves demand at the book (100%).
       GET-MONTH-PICKUP.
           PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                   UNTIL WS-PU-IDX > WS-PU-COUNT
               IF WS-PU-MONTH(WS-PU-IDX) = WS-CALC-MONTH
                   MOVE WS-PU-PCT(WS-PU-IDX) TO WS-PICKUP-PCT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 100 TO WS-PICKUP-PCT
           COMPUTE WS-LY-MONTH = WS-CALC-MONTH - 100
           COMPUTE WS-WANT-DATE-INT = WS-TODAY-INTEGER - 364
           PERFORM FIND-NEAREST-SNAP
           MOVE 0 TO WS-LY-AT-LEAD
           IF WS-BEST-SNAP > 0
               MOVE WS-BEST-SNAP TO PS-SNAP-DATE
               PERFORM READ-LY-NIGHTS
               MOVE PS-NIGHTS TO WS-LY-AT-LEAD
           END-IF

           MOVE WS-LY-MONTH TO WS-NEXT-MONTH
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-WANT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1) - 1
           PERFORM FIND-NEAREST-SNAP
           MOVE 0 TO WS-LY-FINAL
           IF WS-BEST-SNAP > 0
               MOVE WS-BEST-SNAP TO PS-SNAP-DATE
               PERFORM READ-LY-NIGHTS
               MOVE PS-NIGHTS TO WS-LY-FINAL
           END-IF

           IF WS-LY-AT-LEAD > 0 AND WS-LY-FINAL >= WS-LY-AT-LEAD
               COMPUTE WS-PICKUP-PCT ROUNDED =
                   WS-LY-FINAL * 100 / WS-LY-AT-LEAD
               IF WS-PICKUP-PCT > 300
                   MOVE 300 TO WS-PICKUP-PCT
               END-IF
           ELSE
               MOVE 'Y' TO WS-NO-HISTORY
           END-IF
           IF WS-PU-COUNT < 3
               ADD 1 TO WS-PU-COUNT
               MOVE WS-CALC-MONTH TO WS-PU-MONTH(WS-PU-COUNT)
               MOVE WS-PICKUP-PCT TO WS-PU-PCT(WS-PU-COUNT)
           END-IF.

       READ-LY-NIGHTS.
           MOVE WS-LY-MONTH TO PS-MONTH
           MOVE WS-IN-TYPE TO PS-ROOM-TYPE
           OPEN INPUT PACESNAP-FILE
           READ PACESNAP-FILE KEY IS PS-KEY
               INVALID KEY
                   MOVE 0 TO PS-NIGHTS
           END-READ
           CLOSE PACESNAP-FILE.

       *> The newest snapshot on or before the wanted date - a chain
       *> that skipped a night still compares against something.
       FIND-NEAREST-SNAP.
           MOVE 0 TO WS-BEST-SNAP
           OPEN INPUT PACESNAP-FILE
           IF PS-FILE-ERROR
               CLOSE PACESNAP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PACESNAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION INTEGER-OF-DATE(PS-SNAP-DATE)
                               <= WS-WANT-DATE-INT
                          AND PS-SNAP-DATE > WS-BEST-SNAP
                           MOVE PS-SNAP-DATE TO WS-BEST-SNAP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACESNAP-FILE
           MOVE 'N' TO WS-EOF.

       GET-SEASONAL-RATE.
           MOVE 'N' TO WS-SEASONAL-RATE-FOUND
           MOVE ZEROS TO WS-SEASONAL-PRICE
           OPEN INPUT RATECAL-FILE
           IF RC-FILE-OK
               MOVE 'N' TO WS-SEASON-EOF
               PERFORM UNTIL WS-SEASON-EOF = 'Y'
                       OR WS-SEASONAL-RATE-FOUND = 'Y'
                   READ RATECAL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEASON-EOF
                       NOT AT END
                           IF RC-ROOM-TYPE = WS-IN-TYPE
                               AND WS-SEASON-CHECK-DATE >= RC-START-DATE
                               AND WS-SEASON-CHECK-DATE <= RC-END-DATE
                               MOVE 'Y' TO WS-SEASONAL-RATE-FOUND
                               MOVE RC-OVERRIDE-PRICE TO
                                   WS-SEASONAL-PRICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RATECAL-FILE.

      *****************************************************************
      * OUTPUT
      *****************************************************************
       WRITE-DISPLACEMENT-REPORT.
           OPEN OUTPUT DISPLACE-REPORT-FILE
           MOVE SPACES TO DR-LINE
           STRING "GROUP DISPLACEMENT - " WS-IN-NAME " "
               WS-IN-TYPE " x " WS-IN-COUNT " ROOMS "
               WS-IN-START "-" WS-IN-END
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "ROOMS OF TYPE " WS-TYPE-ROOMS
               "  OVERBOOK ALLOWANCE " WS-OB-ALLOWANCE
               "  GROUP RATE " WS-IN-GROUP-RATE
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           IF WS-NO-HISTORY = 'Y'
               MOVE "NO PACE HISTORY FOR SOME NIGHTS - DEMAND THERE IS"
                   TO DR-LINE
               WRITE DR-LINE
               MOVE "THE BOOK AS IT STANDS" TO DR-LINE
               WRITE DR-LINE
           END-IF
           MOVE ALL "-" TO DR-LINE
           WRITE DR-LINE
           MOVE "NIGHT     BOOKED HELD DEMAND DISPLACED      RATE  FLAG"
               TO DR-LINE
           WRITE DR-LINE
           PERFORM VARYING WS-N-IDX FROM 1 BY 1
                   UNTIL WS-N-IDX > WS-N-COUNT
               EVALUATE WS-N-FLAG(WS-N-IDX)
                   WHEN 'O'
                       MOVE "OVERBOOKED" TO WS-FLAG-TEXT
                   WHEN 'X'
                       MOVE "OVER THE LIMIT" TO WS-FLAG-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-FLAG-TEXT
               END-EVALUATE
               MOVE WS-N-RATE(WS-N-IDX) TO WS-AMOUNT-DSP
               MOVE SPACES TO DR-LINE
               STRING WS-N-DATE(WS-N-IDX) "   "
                   WS-N-ON-BOOKS(WS-N-IDX) "  "
                   WS-N-HELD(WS-N-IDX) "   "
                   WS-N-DEMAND(WS-N-IDX) "      "
                   WS-N-DISPLACED(WS-N-IDX) " "
                   WS-AMOUNT-DSP "  " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO DR-LINE
               WRITE DR-LINE
           END-PERFORM
           MOVE ALL "-" TO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "GROUP ROOM REVENUE   " WS-GROUP-ROOM-REV
               "  (" WS-BLOCK-NIGHTS " ROOM NIGHTS)"
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "EXPECTED F&B SPEND   " WS-IN-FB-SPEND
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "DISPLACED TRANSIENT  " WS-DISPLACED-REV
               "  (" WS-DISPLACED-NIGHTS " ROOM NIGHTS)"
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-NET-GAIN TO WS-NET-DSP
           MOVE SPACES TO DR-LINE
           STRING "NET GAIN (LOSS)     " WS-NET-DSP
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "OVERBOOKED NIGHTS    " WS-OVERBOOK-NIGHTS
               "  OF WHICH OVER THE ALLOWANCE " WS-OVER-LIMIT-NIGHTS
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           CLOSE DISPLACE-REPORT-FILE
           MOVE 'DISPLACE' TO RCA-REPORT-NAME
           MOVE '../DATA/DISPLACE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       SHOW-DISPLACEMENT-SUMMARY.
           MOVE WS-NET-GAIN TO WS-NET-DSP
           DISPLAY " "
           DISPLAY "Group room revenue : " WS-GROUP-ROOM-REV
                   " (" WS-BLOCK-NIGHTS " room nights)"
           DISPLAY "Expected F&B spend : " WS-IN-FB-SPEND
           DISPLAY "Displaced transient: " WS-DISPLACED-REV
                   " (" WS-DISPLACED-NIGHTS " room nights)"
           DISPLAY "Net gain (loss)    : " WS-NET-DSP
           DISPLAY "Overbooked nights  : " WS-OVERBOOK-NIGHTS
                   " (over the allowance: " WS-OVER-LIMIT-NIGHTS ")"
           DISPLAY "Night-by-night detail written to DISPLACE.RPT".

       *> The proposal is a block that holds nothing until approved,
       *> with the analysis filed under the same id.
       SAVE-PROPOSAL.
           PERFORM GENERATE-NEXT-AL-ID
           OPEN I-O ALLOTMENT-FILE
           IF AL-FILE-ERROR
               CLOSE ALLOTMENT-FILE
               OPEN OUTPUT ALLOTMENT-FILE
               CLOSE ALLOTMENT-FILE
               OPEN I-O ALLOTMENT-FILE
           END-IF
           MOVE WS-NEXT-AL-ID TO AL-ID
           MOVE WS-IN-NAME TO AL-NAME
           MOVE WS-IN-TYPE TO AL-ROOM-TYPE
           MOVE WS-IN-COUNT TO AL-COUNT
           MOVE WS-IN-START TO AL-START-DATE
           MOVE WS-IN-END TO AL-END-DATE
           MOVE WS-IN-RELEASE TO AL-RELEASE-DATE
           MOVE ZEROS TO AL-PICKED-UP
           MOVE 'Proposed' TO AL-STATUS
           WRITE ALLOTMENT-RECORD
           CLOSE ALLOTMENT-FILE

           OPEN I-O DISPLACE-FILE
           IF DP-FILE-ERROR
               CLOSE DISPLACE-FILE
               OPEN OUTPUT DISPLACE-FILE
               CLOSE DISPLACE-FILE
               OPEN I-O DISPLACE-FILE
           END-IF
           INITIALIZE DISPLACE-RECORD
           MOVE WS-NEXT-AL-ID TO DP-AL-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO DP-ANALYSED-AT
           MOVE WS-OPERATOR-ID TO DP-ANALYSED-BY
           MOVE WS-IN-GROUP-RATE TO DP-GROUP-RATE
           MOVE WS-IN-FB-SPEND TO DP-FB-SPEND
           MOVE WS-BLOCK-NIGHTS TO DP-BLOCK-NIGHTS
           MOVE WS-GROUP-ROOM-REV TO DP-GROUP-ROOM-REV
           MOVE WS-DISPLACED-NIGHTS TO DP-DISPLACED-NIGHTS
           MOVE WS-DISPLACED-REV TO DP-DISPLACED-REV
           MOVE WS-NET-GAIN TO DP-NET-GAIN
           MOVE WS-OVERBOOK-NIGHTS TO DP-OVERBOOK-NIGHTS
           MOVE WS-OVER-LIMIT-NIGHTS TO DP-OVER-LIMIT-NIGHTS
           MOVE 'Pending' TO DP-DECISION
           MOVE WS-N-COUNT TO DP-NIGHT-COUNT
           PERFORM VARYING WS-N-IDX FROM 1 BY 1
                   UNTIL WS-N-IDX > WS-N-COUNT
               MOVE WS-N-DATE(WS-N-IDX) TO DP-N-DATE(WS-N-IDX)
               MOVE WS-N-ON-BOOKS(WS-N-IDX) TO DP-N-ON-BOOKS(WS-N-IDX)
               MOVE WS-N-HELD(WS-N-IDX) TO DP-N-HELD(WS-N-IDX)
               MOVE WS-N-DEMAND(WS-N-IDX) TO DP-N-DEMAND(WS-N-IDX)
               MOVE WS-N-DISPLACED(WS-N-IDX)
                   TO DP-N-DISPLACED(WS-N-IDX)
               MOVE WS-N-RATE(WS-N-IDX) TO DP-N-RATE(WS-N-IDX)
               MOVE WS-N-FLAG(WS-N-IDX) TO DP-N-FLAG(WS-N-IDX)
           END-PERFORM
           WRITE DISPLACE-RECORD
               INVALID KEY
                   REWRITE DISPLACE-RECORD
           END-WRITE
           CLOSE DISPLACE-FILE
           DISPLAY "Proposed block " WS-NEXT-AL-ID " saved - it holds "
                   "no rooms until a manager approves it.".

      *****************************************************************
      * ID GENERATION PROCEDURES
      *****************************************************************
       OPEN-COUNTERS-FILE.
           *> The counter file opens EXCLUSIVE so two terminals can
           *> never hand out the same ID: the second opener backs off
           *> with a message and retries until the holder's brief
           *> open/read/close completes.
           MOVE 0 TO WS-CTR-RETRY-COUNT
           OPEN I-O COUNTERS-FILE
           PERFORM UNTIL CTR-FILE-OK
                   OR WS-CTR-FILE-STATUS = 35
                   OR WS-CTR-RETRY-COUNT >= 10
               ADD 1 TO WS-CTR-RETRY-COUNT
               DISPLAY "Counter file held by another terminal - "
                       "retrying (" WS-CTR-RETRY-COUNT " of 10)..."
               CLOSE COUNTERS-FILE
               CALL 'C$SLEEP' USING 1
               OPEN I-O COUNTERS-FILE
           END-PERFORM
           *> Only build a fresh counter file when it genuinely does
           *> not exist (status 35) - any other failure here means it
           *> is still locked, and OPEN OUTPUT would wipe every
           *> counter on it.
           IF CTR-FILE-ERROR AND WS-CTR-FILE-STATUS = 35
               OPEN OUTPUT COUNTERS-FILE
               CLOSE COUNTERS-FILE
               OPEN I-O COUNTERS-FILE
           END-IF.

       GENERATE-NEXT-AL-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'ALLOTMENT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-AL-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-AL-ID
           CLOSE COUNTERS-FILE.

       *> First use of the ALLOTMENT counter - seed it from the
       *> highest AL-ID already on file so IDs stay unique.
       SEED-AL-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT ALLOTMENT-FILE
           IF AL-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ ALLOTMENT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF AL-ID > COUNTER-NEXT-ID
                               MOVE AL-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ALLOTMENT-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'ALLOTMENT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       *> The operator signed on in Main leaves their id in the
       *> session file; the saved analysis carries it.
       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM groupDisplacement.
