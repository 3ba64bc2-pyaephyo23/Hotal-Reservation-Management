       IDENTIFICATION DIVISION.
       PROGRAM-ID. outOfOrderLoss.

      *****************************************************************
      * OUT-OF-ORDER LOST REVENUE REPORT
      * What maintenance downtime cost. Each work order keeps its
      * room out from the day it was opened until the day it was
      * closed - or, while still open, until the room's promised
      * return date (tonight at the least). A night out only counts
      * as lost when the room could have been sold: the room type
      * sold out that night, or the waitlist held demand for it that
      * was never booked.
      *   - past nights: the night audit's DAILYSTATS occupancy for
      *     the type plus the rooms of the type out of order that
      *     night reached the type's inventory on the date
      *   - tonight onwards: AVAILCNT shows nothing left to sell
      * Lost nights are valued at the rate calendar price for the
      * type and night, else the type's rack rate, and totalled by
      * room, fault category, engineer and month, each with the
      * average days to repair. Written to OOOLOSS.RPT. Planned
      * preventive maintenance orders are left out: the room stays
      * on sale while they wait for a vacant night.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKORDER-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID
               FILE STATUS IS WS-WO-FILE-STATUS.
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
           SELECT DAILYSTAT-FILE ASSIGN TO '../DATA/DAILYSTATS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DATE
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT AVAILCNT-FILE ASSIGN TO '../DATA/AVAILCNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO '../DATA/WAITLIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAITLIST-ID
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT LOSS-REPORT-FILE ASSIGN TO
               '../DATA/OOOLOSS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  RATECAL-FILE.
       COPY "./CopyBooks/RATECAL.cpy".

       FD  DAILYSTAT-FILE.
       COPY "./CopyBooks/DAILYSTAT.cpy".

       FD  AVAILCNT-FILE.
       COPY "./CopyBooks/AVAILCNT.cpy".

       FD  WAITLIST-FILE.
       COPY "./CopyBooks/WAITLIST.cpy".

       FD  LOSS-REPORT-FILE.
       01  RP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RC-FILE-STATUS       PIC 99.
           88 RC-FILE-OK           VALUE 00.
           88 RC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-DS-FILE-STATUS       PIC 99.
           88 DS-FILE-OK           VALUE 00.
           88 DS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AC-FILE-STATUS       PIC 99.
           88 AC-FILE-OK           VALUE 00.
           88 AC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WL-FILE-STATUS       PIC 99.
           88 WL-FILE-OK           VALUE 00.
           88 WL-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-DS-OPEN              PIC X VALUE 'N'.
       01  WS-AC-OPEN              PIC X VALUE 'N'.
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-TO-DATE              PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-TONIGHT-END          PIC 9(8).

       *> Work orders touching the period, with the nights each
       *> kept its room off sale (WS-WT-END is the first night back)
       01  WS-WT-COUNT             PIC 9(3) VALUE 0.
       01  WS-WT-IDX               PIC 9(3).
       01  WS-WT-SCAN              PIC 9(3).
       01  WS-WT-TABLE.
           05 WS-WT-ENTRY OCCURS 500 TIMES.
               10 WS-WT-ID         PIC 9(5).
               10 WS-WT-ROOM       PIC X(5).
               10 WS-WT-TYPE       PIC X(10).
               10 WS-WT-PROP       PIC X(4).
               10 WS-WT-CATEGORY   PIC X(12).
               10 WS-WT-ENGINEER   PIC X(20).
               10 WS-WT-OPENED     PIC 9(8).
               10 WS-WT-END        PIC 9(8).
               10 WS-WT-STILL-OPEN PIC X.
               10 WS-WT-REPAIR-DAYS PIC 9(5).
               10 WS-WT-LOST-NIGHTS PIC 9(5).
               10 WS-WT-LOST-VALUE PIC 9(11).

       *> Rack rates and the rate calendar
       01  WS-RT-COUNT             PIC 9(2) VALUE 0.
       01  WS-RT-IDX               PIC 9(2).
       01  WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 20 TIMES.
               10 WS-RT-CODE       PIC X(10).
               10 WS-RT-RATE       PIC 9(9).
       01  WS-RC-COUNT             PIC 9(3) VALUE 0.
       01  WS-RC-IDX               PIC 9(3).
       01  WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 500 TIMES.
               10 WS-RC-TYPE       PIC X(10).
               10 WS-RC-START      PIC 9(8).
               10 WS-RC-END        PIC 9(8).
               10 WS-RC-PRICE      PIC 9(9).

       *> Waitlist demand that never became a booking
       01  WS-WL-COUNT             PIC 9(3) VALUE 0.
       01  WS-WL-IDX               PIC 9(3).
       01  WS-WL-TABLE.
           05 WS-WL-ENTRY OCCURS 500 TIMES.
               10 WS-WL-TYPE       PIC X(10).
               10 WS-WL-IN         PIC 9(8).
               10 WS-WL-OUT        PIC 9(8).

       *> Totals by room (R), fault category (C), engineer (E) and
       *> month (M). Orders and repair days go to the month the
       *> order was opened, lost nights to the month of the night.
       01  WS-GRP-COUNT            PIC 9(3) VALUE 0.
       01  WS-GRP-IDX              PIC 9(3).
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 300 TIMES.
               10 WS-GRP-KIND      PIC X.
               10 WS-GRP-KEY       PIC X(20).
               10 WS-GRP-ORDERS    PIC 9(5).
               10 WS-GRP-DAYS      PIC 9(7).
               10 WS-GRP-NIGHTS    PIC 9(5).
               10 WS-GRP-VALUE     PIC 9(11).
       01  WS-ADD-KIND             PIC X.
       01  WS-ADD-KEY              PIC X(20).
       01  WS-ADD-ORDERS           PIC 9(5).
       01  WS-ADD-DAYS             PIC 9(7).
       01  WS-ADD-NIGHTS           PIC 9(5).
       01  WS-ADD-VALUE            PIC 9(11).
       01  WS-SHOW-KIND            PIC X.
       01  WS-SHOW-TITLE           PIC X(20).

       01  WS-NIGHT-INTEGER        PIC 9(8).
       01  WS-LAST-NIGHT-INT       PIC 9(8).
       01  WS-NIGHT-DATE           PIC 9(8).
       01  WS-CONSTRAINED          PIC X.
       01  WS-TYPE-SOLD            PIC 9(5).
       01  WS-TYPE-INVENTORY       PIC 9(5).
       01  WS-TYPE-OUT             PIC 9(5).
       01  WS-STAT-FOUND           PIC X.
       01  WS-NIGHT-PRICE          PIC 9(9).
       01  WS-SEEK-PROP            PIC X(4).
       01  WS-DS-IDX               PIC 9(2).
       01  WS-RI-IDX               PIC 9(2).

       01  WS-TOTAL-ORDERS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-DAYS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-NIGHTS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-VALUE          PIC 9(11) VALUE 0.
       01  WS-AVG-DAYS             PIC 9(5)V9.
       01  WS-AVG-DSP              PIC ZZZZ9.9.
       01  WS-NIGHTS-DSP           PIC ZZZZ9.
       01  WS-ORDERS-DSP           PIC ZZZZ9.
       01  WS-VALUE-DSP            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-STATE-TEXT           PIC X(6).

       COPY "./CopyBooks/ROOMINV.cpy".

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

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
           COMPUTE WS-TONIGHT-END =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 1)

           DISPLAY "=========================================="
           DISPLAY "   OUT-OF-ORDER LOST REVENUE"
           DISPLAY "=========================================="
           DISPLAY "Nights from (YYYYMMDD, 0 = start of year): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-DATE = WS-CURRENT-YEAR * 10000 + 101
           END-IF
           DISPLAY "Nights to (YYYYMMDD, 0 = tonight): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "The period ends before it starts."
               GOBACK
           END-IF

           PERFORM LOAD-WORK-ORDERS
           IF WS-WT-COUNT = 0
               DISPLAY "No work orders kept a room out in the period."
               GOBACK
           END-IF
           PERFORM LOAD-ROOM-TYPES
           PERFORM LOAD-RATE-CALENDAR
           PERFORM LOAD-UNMET-WAITLIST

           OPEN INPUT DAILYSTAT-FILE
           IF DS-FILE-OK
               MOVE 'Y' TO WS-DS-OPEN
           END-IF
           OPEN INPUT AVAILCNT-FILE
           IF AC-FILE-OK
               MOVE 'Y' TO WS-AC-OPEN
           END-IF
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
                   UNTIL WS-WT-IDX > WS-WT-COUNT
               PERFORM COST-ONE-ORDER
           END-PERFORM
           CLOSE DAILYSTAT-FILE
           CLOSE AVAILCNT-FILE

           PERFORM WRITE-LOSS-REPORT
           MOVE WS-TOTAL-VALUE TO WS-VALUE-DSP
           DISPLAY "Work orders      : " WS-TOTAL-ORDERS
           DISPLAY "Sellable nights lost: " WS-TOTAL-NIGHTS
           DISPLAY "Revenue lost     : " WS-VALUE-DSP
           DISPLAY "Report written to OOOLOSS.RPT"
           GOBACK.

      *****************************************************************
      * LOADING
      *****************************************************************
       LOAD-WORK-ORDERS.
           MOVE 0 TO WS-WT-COUNT
           OPEN INPUT WORKORDER-FILE
           IF WO-FILE-ERROR
               CLOSE WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORKORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WO-OPENED-DATE > 0
                          AND WO-OPENED-DATE <= WS-TO-DATE
                          AND WS-WT-COUNT < 500
                          AND (WO-PM-TASK = SPACES
                               OR WO-PM-TASK = LOW-VALUES)
                           PERFORM TAKE-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKORDER-FILE.

       *> An open order holds the room until its promised return
       *> date, and at least through tonight.
       TAKE-ONE-ORDER.
           ADD 1 TO WS-WT-COUNT
           MOVE WS-WT-COUNT TO WS-WT-IDX
           MOVE WO-ID TO WS-WT-ID(WS-WT-IDX)
           MOVE WO-ROOM-ID TO WS-WT-ROOM(WS-WT-IDX)
           MOVE WO-OPENED-DATE TO WS-WT-OPENED(WS-WT-IDX)
           MOVE WO-ENGINEER TO WS-WT-ENGINEER(WS-WT-IDX)
           IF WO-ENGINEER = SPACES
               MOVE 'Unassigned' TO WS-WT-ENGINEER(WS-WT-IDX)
           END-IF
           MOVE WO-FAULT-CATEGORY TO WS-WT-CATEGORY(WS-WT-IDX)
           IF WO-FAULT-CATEGORY = SPACES
              OR WO-FAULT-CATEGORY = LOW-VALUES
               MOVE 'Uncategorized' TO WS-WT-CATEGORY(WS-WT-IDX)
           END-IF
           MOVE 0 TO WS-WT-LOST-NIGHTS(WS-WT-IDX)
           MOVE 0 TO WS-WT-LOST-VALUE(WS-WT-IDX)
           MOVE 'MAIN' TO WS-WT-PROP(WS-WT-IDX)

           MOVE 'T' TO RI-FUNCTION
           MOVE WO-OPENED-DATE TO RI-AS-OF-DATE
           MOVE WO-ROOM-ID TO RI-ROOM-ID
           CALL 'roomInventory' USING ROOM-INVENTORY-AREA
           MOVE RI-ROOM-TYPE TO WS-WT-TYPE(WS-WT-IDX)

           MOVE 0 TO R-MAINT-RETURN-DATE
           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-OK
               MOVE WO-ROOM-ID TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   INVALID KEY
                       MOVE 0 TO R-MAINT-RETURN-DATE
                   NOT INVALID KEY
                       IF R-PROPERTY NOT = SPACES
                           MOVE R-PROPERTY TO WS-WT-PROP(WS-WT-IDX)
                       END-IF
               END-READ
           END-IF
           CLOSE ROOMS-FILE

           IF FUNCTION TRIM(WO-STATUS) = 'Open'
               MOVE 'Y' TO WS-WT-STILL-OPEN(WS-WT-IDX)
               MOVE WS-TONIGHT-END TO WS-WT-END(WS-WT-IDX)
               IF R-MAINT-RETURN-DATE NUMERIC
                  AND R-MAINT-RETURN-DATE > WS-TONIGHT-END
                   MOVE R-MAINT-RETURN-DATE TO WS-WT-END(WS-WT-IDX)
               END-IF
               COMPUTE WS-WT-REPAIR-DAYS(WS-WT-IDX) =
                   WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WO-OPENED-DATE)
           ELSE
               MOVE 'N' TO WS-WT-STILL-OPEN(WS-WT-IDX)
               IF WO-CLOSED-DATE > WO-OPENED-DATE
                   MOVE WO-CLOSED-DATE TO WS-WT-END(WS-WT-IDX)
               ELSE
                   COMPUTE WS-WT-END(WS-WT-IDX) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WO-OPENED-DATE) + 1)
               END-IF
               COMPUTE WS-WT-REPAIR-DAYS(WS-WT-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-WT-END(WS-WT-IDX))
                   - FUNCTION INTEGER-OF-DATE(WO-OPENED-DATE)
           END-IF

           *> Back in service before the period began - nothing here
           IF WS-WT-END(WS-WT-IDX) <= WS-FROM-DATE
               SUBTRACT 1 FROM WS-WT-COUNT
           END-IF.

       LOAD-ROOM-TYPES.
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT ROOM-TYPES-FILE
           IF RT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOM-TYPES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-RT-COUNT < 20
                               ADD 1 TO WS-RT-COUNT
                               MOVE ROOM-TYPE-CODE
                                   TO WS-RT-CODE(WS-RT-COUNT)
                               MOVE ROOM-TYPE-RATE
                                   TO WS-RT-RATE(WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOM-TYPES-FILE.

       LOAD-RATE-CALENDAR.
           MOVE 0 TO WS-RC-COUNT
           OPEN INPUT RATECAL-FILE
           IF RC-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RATECAL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-RC-COUNT < 500
                               ADD 1 TO WS-RC-COUNT
                               MOVE RC-ROOM-TYPE
                                   TO WS-RC-TYPE(WS-RC-COUNT)
                               MOVE RC-START-DATE
                                   TO WS-RC-START(WS-RC-COUNT)
                               MOVE RC-END-DATE
                                   TO WS-RC-END(WS-RC-COUNT)
                               MOVE RC-OVERRIDE-PRICE
                                   TO WS-RC-PRICE(WS-RC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RATECAL-FILE.

       *> Entries processWaitlist never turned into a booking are
       *> demand the house turned away.
       LOAD-UNMET-WAITLIST.
           MOVE 0 TO WS-WL-COUNT
           OPEN INPUT WAITLIST-FILE
           IF WL-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WAITLIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(WAITLIST-STATUS)
                                  NOT = 'Booked'
                              AND WAITLIST-CHECKOUT-DATE > WS-FROM-DATE
                              AND WAITLIST-CHECKIN-DATE <= WS-TO-DATE
                              AND WS-WL-COUNT < 500
                               ADD 1 TO WS-WL-COUNT
                               MOVE WAITLIST-ROOM-TYPE
                                   TO WS-WL-TYPE(WS-WL-COUNT)
                               MOVE WAITLIST-CHECKIN-DATE
                                   TO WS-WL-IN(WS-WL-COUNT)
                               MOVE WAITLIST-CHECKOUT-DATE
                                   TO WS-WL-OUT(WS-WL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WAITLIST-FILE.

      *****************************************************************
      * COSTING
      *****************************************************************
       COST-ONE-ORDER.
           IF WS-WT-OPENED(WS-WT-IDX) > WS-FROM-DATE
               COMPUTE WS-NIGHT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WT-OPENED(WS-WT-IDX))
           ELSE
               COMPUTE WS-NIGHT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           END-IF
           COMPUTE WS-LAST-NIGHT-INT =
               FUNCTION INTEGER-OF-DATE(WS-WT-END(WS-WT-IDX)) - 1
           IF WS-LAST-NIGHT-INT > FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               COMPUTE WS-LAST-NIGHT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           END-IF

           PERFORM UNTIL WS-NIGHT-INTEGER > WS-LAST-NIGHT-INT
               COMPUTE WS-NIGHT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NIGHT-INTEGER)
               PERFORM CHECK-NIGHT-SELLABLE
               IF WS-CONSTRAINED = 'Y'
                   PERFORM PRICE-THE-NIGHT
                   ADD 1 TO WS-WT-LOST-NIGHTS(WS-WT-IDX)
                   ADD WS-NIGHT-PRICE TO WS-WT-LOST-VALUE(WS-WT-IDX)
                   MOVE 'M' TO WS-ADD-KIND
                   MOVE WS-NIGHT-DATE(1:6) TO WS-ADD-KEY
                   MOVE 0 TO WS-ADD-ORDERS
                   MOVE 0 TO WS-ADD-DAYS
                   MOVE 1 TO WS-ADD-NIGHTS
                   MOVE WS-NIGHT-PRICE TO WS-ADD-VALUE
                   PERFORM ADD-TO-GROUP
               END-IF
               ADD 1 TO WS-NIGHT-INTEGER
           END-PERFORM

           ADD 1 TO WS-TOTAL-ORDERS
           ADD WS-WT-REPAIR-DAYS(WS-WT-IDX) TO WS-TOTAL-DAYS
           ADD WS-WT-LOST-NIGHTS(WS-WT-IDX) TO WS-TOTAL-NIGHTS
           ADD WS-WT-LOST-VALUE(WS-WT-IDX) TO WS-TOTAL-VALUE

           MOVE 1 TO WS-ADD-ORDERS
           MOVE WS-WT-REPAIR-DAYS(WS-WT-IDX) TO WS-ADD-DAYS
           MOVE WS-WT-LOST-NIGHTS(WS-WT-IDX) TO WS-ADD-NIGHTS
           MOVE WS-WT-LOST-VALUE(WS-WT-IDX) TO WS-ADD-VALUE
           MOVE 'R' TO WS-ADD-KIND
           MOVE WS-WT-ROOM(WS-WT-IDX) TO WS-ADD-KEY
           PERFORM ADD-TO-GROUP
           MOVE 'C' TO WS-ADD-KIND
           MOVE WS-WT-CATEGORY(WS-WT-IDX) TO WS-ADD-KEY
           PERFORM ADD-TO-GROUP
           MOVE 'E' TO WS-ADD-KIND
           MOVE WS-WT-ENGINEER(WS-WT-IDX) TO WS-ADD-KEY
           PERFORM ADD-TO-GROUP
           MOVE 'M' TO WS-ADD-KIND
           MOVE WS-WT-OPENED(WS-WT-IDX)(1:6) TO WS-ADD-KEY
           MOVE 0 TO WS-ADD-NIGHTS
           MOVE 0 TO WS-ADD-VALUE
           PERFORM ADD-TO-GROUP.

       *> WS-CONSTRAINED = 'Y' when the room could have been sold
       *> on WS-NIGHT-DATE had it been in service.
       CHECK-NIGHT-SELLABLE.
           MOVE 'N' TO WS-CONSTRAINED
           IF WS-NIGHT-DATE < WS-CURRENT-DATE-NUM
               PERFORM CHECK-PAST-SELL-OUT
           ELSE
               PERFORM CHECK-FORWARD-SELL-OUT
           END-IF
           IF WS-CONSTRAINED = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-TYPE(WS-WL-IDX) = WS-WT-TYPE(WS-WT-IDX)
                  AND WS-WL-IN(WS-WL-IDX) <= WS-NIGHT-DATE
                  AND WS-WL-OUT(WS-WL-IDX) > WS-NIGHT-DATE
                   MOVE 'Y' TO WS-CONSTRAINED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       *> Rooms of the type sold that night plus rooms of the type
       *> out of order that night against the type's inventory on
       *> the date. Nights the audit has no figures for are left out.
       CHECK-PAST-SELL-OUT.
           MOVE WS-NIGHT-DATE TO DS-DATE
           MOVE 'N' TO WS-STAT-FOUND
           MOVE 0 TO WS-TYPE-SOLD
           IF WS-DS-OPEN = 'Y'
               READ DAILYSTAT-FILE KEY IS DS-DATE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STAT-FOUND
               END-READ
           END-IF
           IF WS-STAT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > DS-TYPE-COUNT
                      OR WS-DS-IDX > 10
               IF DS-TYPE-CODE(WS-DS-IDX) = WS-WT-TYPE(WS-WT-IDX)
                   MOVE DS-TYPE-ROOMS(WS-DS-IDX) TO WS-TYPE-SOLD
               END-IF
           END-PERFORM

           MOVE 'C' TO RI-FUNCTION
           MOVE WS-NIGHT-DATE TO RI-AS-OF-DATE
           CALL 'roomInventory' USING ROOM-INVENTORY-AREA
           MOVE 0 TO WS-TYPE-INVENTORY
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > RI-TYPE-COUNT
               IF RI-TYPE-CODE(WS-RI-IDX) = WS-WT-TYPE(WS-WT-IDX)
                   MOVE RI-TYPE-ROOMS(WS-RI-IDX) TO WS-TYPE-INVENTORY
               END-IF
           END-PERFORM
           IF WS-TYPE-INVENTORY = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TYPE-OUT
           PERFORM VARYING WS-WT-SCAN FROM 1 BY 1
                   UNTIL WS-WT-SCAN > WS-WT-COUNT
               IF WS-WT-TYPE(WS-WT-SCAN) = WS-WT-TYPE(WS-WT-IDX)
                  AND WS-WT-OPENED(WS-WT-SCAN) <= WS-NIGHT-DATE
                  AND WS-WT-END(WS-WT-SCAN) > WS-NIGHT-DATE
                   ADD 1 TO WS-TYPE-OUT
               END-IF
           END-PERFORM
           IF WS-TYPE-SOLD + WS-TYPE-OUT >= WS-TYPE-INVENTORY
               MOVE 'Y' TO WS-CONSTRAINED
           END-IF.

       CHECK-FORWARD-SELL-OUT.
           IF WS-AC-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NIGHT-DATE TO AC-DATE
           MOVE WS-WT-TYPE(WS-WT-IDX) TO AC-ROOM-TYPE
           MOVE WS-WT-PROP(WS-WT-IDX) TO AC-PROPERTY
           READ AVAILCNT-FILE KEY IS AC-KEY
               NOT INVALID KEY
                   IF AC-FREE = 0
                       MOVE 'Y' TO WS-CONSTRAINED
                   END-IF
           END-READ.

       *> The calendar price covering the night, as bookRoom's
       *> GET-SEASONAL-RATE finds it, else the rack rate.
       PRICE-THE-NIGHT.
           MOVE 0 TO WS-NIGHT-PRICE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-TYPE(WS-RC-IDX) = WS-WT-TYPE(WS-WT-IDX)
                  AND WS-RC-START(WS-RC-IDX) <= WS-NIGHT-DATE
                  AND WS-RC-END(WS-RC-IDX) >= WS-NIGHT-DATE
                   MOVE WS-RC-PRICE(WS-RC-IDX) TO WS-NIGHT-PRICE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-CODE(WS-RT-IDX) = WS-WT-TYPE(WS-WT-IDX)
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-NIGHT-PRICE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       ADD-TO-GROUP.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-KIND(WS-GRP-IDX) = WS-ADD-KIND
                  AND WS-GRP-KEY(WS-GRP-IDX) = WS-ADD-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-IDX
               MOVE WS-ADD-KIND TO WS-GRP-KIND(WS-GRP-IDX)
               MOVE WS-ADD-KEY TO WS-GRP-KEY(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-ORDERS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-DAYS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-NIGHTS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-VALUE(WS-GRP-IDX)
           END-IF
           ADD WS-ADD-ORDERS TO WS-GRP-ORDERS(WS-GRP-IDX)
           ADD WS-ADD-DAYS TO WS-GRP-DAYS(WS-GRP-IDX)
           ADD WS-ADD-NIGHTS TO WS-GRP-NIGHTS(WS-GRP-IDX)
           ADD WS-ADD-VALUE TO WS-GRP-VALUE(WS-GRP-IDX).

      *****************************************************************
      * REPORT
      *****************************************************************
       WRITE-LOSS-REPORT.
           OPEN OUTPUT LOSS-REPORT-FILE
           MOVE SPACES TO RP-LINE
           STRING "OUT-OF-ORDER LOST REVENUE - NIGHTS " WS-FROM-DATE
               " TO " WS-TO-DATE " - RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "A NIGHT OUT IS LOST WHEN THE TYPE SOLD OUT OR THE "
               "WAITLIST WENT UNMET; VALUED AT CALENDAR OR RACK RATE"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE ALL "=" TO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "WO    ROOM  TYPE       CATEGORY     ENGINEER"
               "             OPENED   BACK     STATE  DAYS"
               "  LOST NTS      LOST REVENUE"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE ALL "-" TO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
                   UNTIL WS-WT-IDX > WS-WT-COUNT
               PERFORM WRITE-ORDER-LINE
           END-PERFORM

           MOVE 'R' TO WS-SHOW-KIND
           MOVE "BY ROOM" TO WS-SHOW-TITLE
           PERFORM WRITE-GROUP-SECTION
           MOVE 'C' TO WS-SHOW-KIND
           MOVE "BY FAULT CATEGORY" TO WS-SHOW-TITLE
           PERFORM WRITE-GROUP-SECTION
           MOVE 'E' TO WS-SHOW-KIND
           MOVE "BY ENGINEER" TO WS-SHOW-TITLE
           PERFORM WRITE-GROUP-SECTION
           MOVE 'M' TO WS-SHOW-KIND
           MOVE "BY MONTH" TO WS-SHOW-TITLE
           PERFORM WRITE-GROUP-SECTION

           MOVE ALL "=" TO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO WS-SHOW-TITLE
           MOVE "ALL WORK ORDERS" TO WS-ADD-KEY
           MOVE WS-TOTAL-ORDERS TO WS-ADD-ORDERS
           MOVE WS-TOTAL-DAYS TO WS-ADD-DAYS
           MOVE WS-TOTAL-NIGHTS TO WS-ADD-NIGHTS
           MOVE WS-TOTAL-VALUE TO WS-ADD-VALUE
           PERFORM WRITE-TOTAL-LINE
           CLOSE LOSS-REPORT-FILE
           MOVE 'OOOLOSS' TO RCA-REPORT-NAME
           MOVE '../DATA/OOOLOSS.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       WRITE-ORDER-LINE.
           IF WS-WT-STILL-OPEN(WS-WT-IDX) = 'Y'
               MOVE "OPEN" TO WS-STATE-TEXT
           ELSE
               MOVE "CLOSED" TO WS-STATE-TEXT
           END-IF
           MOVE WS-WT-LOST-NIGHTS(WS-WT-IDX) TO WS-NIGHTS-DSP
           MOVE WS-WT-LOST-VALUE(WS-WT-IDX) TO WS-VALUE-DSP
           MOVE WS-WT-REPAIR-DAYS(WS-WT-IDX) TO WS-ORDERS-DSP
           MOVE SPACES TO RP-LINE
           STRING WS-WT-ID(WS-WT-IDX) " " WS-WT-ROOM(WS-WT-IDX) " "
               WS-WT-TYPE(WS-WT-IDX) " " WS-WT-CATEGORY(WS-WT-IDX)
               " " WS-WT-ENGINEER(WS-WT-IDX) " "
               WS-WT-OPENED(WS-WT-IDX) " " WS-WT-END(WS-WT-IDX) " "
               WS-STATE-TEXT WS-ORDERS-DSP "     " WS-NIGHTS-DSP
               "  " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE.

       WRITE-GROUP-SECTION.
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING WS-SHOW-TITLE DELIMITED BY "  "
               INTO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "                      ORDERS  AVG DAYS TO REPAIR"
               "  LOST NTS      LOST REVENUE"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-KIND(WS-GRP-IDX) = WS-SHOW-KIND
                   MOVE WS-GRP-KEY(WS-GRP-IDX) TO WS-ADD-KEY
                   MOVE WS-GRP-ORDERS(WS-GRP-IDX) TO WS-ADD-ORDERS
                   MOVE WS-GRP-DAYS(WS-GRP-IDX) TO WS-ADD-DAYS
                   MOVE WS-GRP-NIGHTS(WS-GRP-IDX) TO WS-ADD-NIGHTS
                   MOVE WS-GRP-VALUE(WS-GRP-IDX) TO WS-ADD-VALUE
                   PERFORM WRITE-TOTAL-LINE
               END-IF
           END-PERFORM.

       WRITE-TOTAL-LINE.
           MOVE 0 TO WS-AVG-DAYS
           IF WS-ADD-ORDERS > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-ADD-DAYS / WS-ADD-ORDERS
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-DSP
           MOVE WS-ADD-ORDERS TO WS-ORDERS-DSP
           MOVE WS-ADD-NIGHTS TO WS-NIGHTS-DSP
           MOVE WS-ADD-VALUE TO WS-VALUE-DSP
           MOVE SPACES TO RP-LINE
           STRING WS-ADD-KEY "  " WS-ORDERS-DSP "           "
               WS-AVG-DSP "     " WS-NIGHTS-DSP "  " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE.

       END PROGRAM outOfOrderLoss.
