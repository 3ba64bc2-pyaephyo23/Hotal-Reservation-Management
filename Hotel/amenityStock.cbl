       IDENTIFICATION DIVISION.
       PROGRAM-ID. amenityStock.

      *****************************************************************
      * LINEN AND AMENITY STORES
      * What the housekeeping sheets use. Each item - towels, sheets,
      * soaps, water - has a usage per stayover and per departure for
      * every room type, the same split the HKSTD cleaning standards
      * use. Posting a day's usage takes the sheet's stayovers and
      * departures by room type (HKDAY.DAT, written by the morning
      * run of housekeepingSheet) and draws the stock down: amenities
      * are used up, linen goes to the laundry until it comes back as
      * a laundry return. Receipts add new stock. The par report
      * works the next few days' stayovers and departures out of the
      * bookings and flags every item whose clean stock will not
      * cover them. Movements are journalled to AMENMOVES.DAT; the
      * par report is written to AMENPAR.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMENITY-FILE ASSIGN TO '../DATA/AMENITIES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ITEM-CODE
               FILE STATUS IS WS-AM-FILE-STATUS.
           SELECT AMUSAGE-FILE ASSIGN TO '../DATA/AMUSAGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS WS-AU-FILE-STATUS.
           SELECT AMMOVE-FILE ASSIGN TO '../DATA/AMENMOVES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-MOVE-ID
               FILE STATUS IS WS-AX-FILE-STATUS.
           SELECT HKDAY-FILE ASSIGN TO '../DATA/HKDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-FILE-STATUS.
           SELECT HKSTD-FILE ASSIGN TO '../DATA/HKSTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-ROOM-TYPE
               FILE STATUS IS WS-HK-FILE-STATUS.
           SELECT ROOM-TYPES-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE
               FILE STATUS IS WS-RT-FILE-STATUS.
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
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT PAR-REPORT-FILE ASSIGN TO
               '../DATA/AMENPAR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AMENITY-FILE.
       COPY "./CopyBooks/AMENITY.cpy".

       FD  AMUSAGE-FILE.
       COPY "./CopyBooks/AMUSAGE.cpy".

       FD  AMMOVE-FILE.
       COPY "./CopyBooks/AMMOVE.cpy".

       FD  HKDAY-FILE.
       COPY "./CopyBooks/HKDAY.cpy".

       FD  HKSTD-FILE.
       COPY "./CopyBooks/HKSTD.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  PAR-REPORT-FILE.
       01  PR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AM-FILE-STATUS       PIC 99.
           88 AM-FILE-OK           VALUE 00.
           88 AM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AU-FILE-STATUS       PIC 99.
           88 AU-FILE-OK           VALUE 00.
           88 AU-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AX-FILE-STATUS       PIC 99.
           88 AX-FILE-OK           VALUE 00.
           88 AX-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-HD-FILE-STATUS       PIC 99.
           88 HD-FILE-OK           VALUE 00.
           88 HD-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-HK-FILE-STATUS       PIC 99.
           88 HK-FILE-OK           VALUE 00.
           88 HK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-NEXT-AX-ID           PIC 9(5).
       01  WS-SEED-EOF             PIC X VALUE 'N'.
       01  WS-OPERATOR-ID          PIC X(5).

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-KIND-TEXT            PIC X(7).

       *> Item and usage entry
       01  WS-ITEM-CODE-IN         PIC X(8).
       01  WS-NEW-ITEM             PIC X.
       01  WS-DESC-IN              PIC X(30).
       01  WS-KIND-IN              PIC X.
       01  WS-UNIT-IN              PIC X(6).
       01  WS-TYPE-IN              PIC X(10).
       01  WS-PER-STAY-IN          PIC 9(3).
       01  WS-PER-DEPART-IN        PIC 9(3).

       *> Receipts, laundry returns and usage posting
       01  WS-QTY-IN               PIC 9(6).
       01  WS-REFERENCE-IN         PIC X(20).
       01  WS-MOVE-TYPE            PIC X(8).
       01  WS-MOVE-QTY             PIC 9(6).
       01  WS-POST-DATE            PIC 9(8).
       01  WS-POST-ROWS            PIC 9(3).
       01  WS-POST-ITEMS           PIC 9(3).
       01  WS-SHORT-ITEMS          PIC 9(3).

       *> Usage rates, room type by item
       01  WS-RATE-COUNT           PIC 9(3) VALUE 0.
       01  WS-RATE-IDX             PIC 9(3).
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 400 TIMES.
               10 WS-RT-TYPE       PIC X(10).
               10 WS-RT-ITEM       PIC X(8).
               10 WS-RT-STAY       PIC 9(3).
               10 WS-RT-DEPART     PIC 9(3).

       *> Items, with the usage being built up against each
       01  WS-ITEM-COUNT           PIC 9(3) VALUE 0.
       01  WS-ITEM-IDX             PIC 9(3).
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 200 TIMES.
               10 WS-IT-CODE       PIC X(8).
               10 WS-IT-DESC       PIC X(30).
               10 WS-IT-KIND       PIC X.
               10 WS-IT-ON-HAND    PIC 9(6).
               10 WS-IT-LAUNDRY    PIC 9(6).
               10 WS-IT-USAGE      PIC 9(7).
               10 WS-IT-RUN-OUT    PIC 9(8).

       *> Forecast housekeeping by day and room type
       01  WS-HORIZON              PIC 9(2).
       01  WS-DAY-IDX              PIC 9(2).
       01  WS-DAY-INTEGER          PIC 9(8).
       01  WS-DAY-DATE             PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-HORIZON-END          PIC 9(8).
       01  WS-FC-TYPE-COUNT        PIC 9(2) VALUE 0.
       01  WS-FC-TYPE-IDX          PIC 9(2).
       01  WS-FC-TYPE-TABLE.
           05 WS-FC-TYPE-ENTRY OCCURS 20 TIMES.
               10 WS-FC-TYPE       PIC X(10).
               10 WS-FC-DAY OCCURS 14 TIMES.
                   15 WS-FC-STAY   PIC 9(4).
                   15 WS-FC-DEPART PIC 9(4).
       01  WS-SEEK-TYPE            PIC X(10).

       *> Room to type, for placing bookings
       01  WS-ROOM-COUNT           PIC 9(4) VALUE 0.
       01  WS-ROOM-IDX             PIC 9(4).
       01  WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 1000 TIMES.
               10 WS-RM-ID         PIC X(5).
               10 WS-RM-TYPE       PIC X(10).
       01  WS-BK-ROOM-TYPE         PIC X(10).

       01  WS-CUM-NEED             PIC 9(7).
       01  WS-DAY-NEED             PIC 9(7).
       01  WS-BELOW-COUNT          PIC 9(3).
       01  WS-SHORTFALL            PIC S9(7).
       01  WS-FLAG-TEXT            PIC X(10).
       01  WS-QTY-DSP              PIC ZZZZZZ9.
       01  WS-SHORT-DSP            PIC -ZZZZZZ9.

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
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "        LINEN AND AMENITY STORES"
               DISPLAY "***********************************************"
               DISPLAY "1. Items and stock"
               DISPLAY "2. Add or change an item"
               DISPLAY "3. Usage per room type"
               DISPLAY "4. Stock receipt"
               DISPLAY "5. Laundry return"
               DISPLAY "6. Post a day's usage from the sheets"
               DISPLAY "7. Par-level report"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-ITEMS
                   WHEN 2
                       PERFORM MAINTAIN-ITEM
                   WHEN 3
                       PERFORM MAINTAIN-USAGE
                   WHEN 4
                       MOVE 'RECEIPT' TO WS-MOVE-TYPE
                       PERFORM RECEIVE-STOCK
                   WHEN 5
                       MOVE 'LAUNDRY' TO WS-MOVE-TYPE
                       PERFORM RECEIVE-STOCK
                   WHEN 6
                       PERFORM POST-DAY-USAGE
                   WHEN 7
                       PERFORM PAR-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * ITEMS AND USAGE RATES
      *****************************************************************
       LIST-ITEMS.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT AMENITY-FILE
           IF AM-FILE-ERROR
               DISPLAY "No linen or amenity items on file."
               CLOSE AMENITY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM      DESCRIPTION                     KIND   "
                   "  UNIT    ON HAND  AT LAUNDRY"
           DISPLAY "-----------------------------------------------"
                   "------------------------------"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AMENITY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       IF AM-KIND = 'L'
                           MOVE 'Linen' TO WS-KIND-TEXT
                       ELSE
                           MOVE 'Amenity' TO WS-KIND-TEXT
                       END-IF
                       DISPLAY AM-ITEM-CODE "  " AM-DESC "  "
                           WS-KIND-TEXT "  " AM-UNIT "  " AM-ON-HAND
                           "  " AM-AT-LAUNDRY "  " AM-STATUS
               END-READ
           END-PERFORM
           CLOSE AMENITY-FILE
           DISPLAY "Items on file: " WS-LIST-COUNT.

       *> Stock only moves through receipts, laundry returns and
       *> posted usage; a changed item keeps any field left blank.
       MAINTAIN-ITEM.
           DISPLAY "Item code: "
           ACCEPT WS-ITEM-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-ITEM-CODE-IN) TO WS-ITEM-CODE-IN
           IF WS-ITEM-CODE-IN = SPACES
               DISPLAY "An item code is required."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O AMENITY-FILE
           IF AM-FILE-ERROR
               CLOSE AMENITY-FILE
               OPEN OUTPUT AMENITY-FILE
               CLOSE AMENITY-FILE
               OPEN I-O AMENITY-FILE
           END-IF
           MOVE WS-ITEM-CODE-IN TO AM-ITEM-CODE
           READ AMENITY-FILE KEY IS AM-ITEM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-ITEM
                   INITIALIZE AMENITY-ITEM-RECORD
                   MOVE WS-ITEM-CODE-IN TO AM-ITEM-CODE
                   MOVE 'A' TO AM-KIND
                   MOVE 'each' TO AM-UNIT
                   MOVE 'Active' TO AM-STATUS
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-ITEM
                   DISPLAY "Changing " AM-ITEM-CODE " - "
                           FUNCTION TRIM(AM-DESC)
                           " (blank keeps the current value)"
           END-READ
           DISPLAY "Description: "
           ACCEPT WS-DESC-IN
           IF WS-DESC-IN NOT = SPACES
               MOVE WS-DESC-IN TO AM-DESC
           END-IF
           IF AM-DESC = SPACES
               DISPLAY "A description is required."
               CLOSE AMENITY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "L - linen (laundered and returned), "
                   "A - amenity (used up): "
           ACCEPT WS-KIND-IN
           MOVE FUNCTION UPPER-CASE(WS-KIND-IN) TO WS-KIND-IN
           IF WS-KIND-IN = 'L' OR WS-KIND-IN = 'A'
               MOVE WS-KIND-IN TO AM-KIND
           END-IF
           DISPLAY "Unit (each, pair, pack...): "
           ACCEPT WS-UNIT-IN
           IF WS-UNIT-IN NOT = SPACES
               MOVE WS-UNIT-IN TO AM-UNIT
           END-IF
           IF WS-NEW-ITEM = 'Y'
               WRITE AMENITY-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Item could not be added."
                   NOT INVALID KEY
                       DISPLAY "Item " AM-ITEM-CODE " added - set its "
                               "usage per room type and book the "
                               "opening stock in as a receipt."
               END-WRITE
           ELSE
               REWRITE AMENITY-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Item could not be changed."
                   NOT INVALID KEY
                       DISPLAY "Item " AM-ITEM-CODE " changed."
               END-REWRITE
           END-IF
           CLOSE AMENITY-FILE.

       *> Usage follows the cleaning standard's split: what a
       *> stayover service and a departure clean of the type put in
       *> the room. Zero for both removes the item from the type.
       MAINTAIN-USAGE.
           DISPLAY "Room type: "
           ACCEPT WS-TYPE-IN
           OPEN INPUT ROOM-TYPES-FILE
           MOVE WS-TYPE-IN TO ROOM-TYPE-CODE
           READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
               INVALID KEY
                   DISPLAY "Room type not found."
                   CLOSE ROOM-TYPES-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE ROOM-TYPES-FILE
           OPEN INPUT HKSTD-FILE
           IF HK-FILE-OK
               MOVE WS-TYPE-IN TO HK-ROOM-TYPE
               READ HKSTD-FILE KEY IS HK-ROOM-TYPE
                   INVALID KEY
                       DISPLAY "Cleaning standard: default 20 min "
                               "stayover, 40 min departure"
                   NOT INVALID KEY
                       DISPLAY "Cleaning standard: " HK-STAYOVER-MIN
                               " min stayover, " HK-DEPART-MIN
                               " min departure"
               END-READ
           END-IF
           CLOSE HKSTD-FILE

           DISPLAY "Item code: "
           ACCEPT WS-ITEM-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-ITEM-CODE-IN) TO WS-ITEM-CODE-IN
           OPEN INPUT AMENITY-FILE
           MOVE WS-ITEM-CODE-IN TO AM-ITEM-CODE
           READ AMENITY-FILE KEY IS AM-ITEM-CODE
               INVALID KEY
                   DISPLAY "Item not found."
                   CLOSE AMENITY-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE AMENITY-FILE
           DISPLAY "Per stayover: "
           ACCEPT WS-PER-STAY-IN
           DISPLAY "Per departure: "
           ACCEPT WS-PER-DEPART-IN

           OPEN I-O AMUSAGE-FILE
           IF AU-FILE-ERROR
               CLOSE AMUSAGE-FILE
               OPEN OUTPUT AMUSAGE-FILE
               CLOSE AMUSAGE-FILE
               OPEN I-O AMUSAGE-FILE
           END-IF
           MOVE WS-TYPE-IN TO AU-ROOM-TYPE
           MOVE WS-ITEM-CODE-IN TO AU-ITEM-CODE
           READ AMUSAGE-FILE KEY IS AU-KEY
               INVALID KEY
                   IF WS-PER-STAY-IN = 0 AND WS-PER-DEPART-IN = 0
                       DISPLAY "Nothing to record."
                   ELSE
                       MOVE WS-PER-STAY-IN TO AU-PER-STAYOVER
                       MOVE WS-PER-DEPART-IN TO AU-PER-DEPARTURE
                       WRITE AMENITY-USAGE-RECORD
                       DISPLAY "Usage recorded."
                   END-IF
               NOT INVALID KEY
                   IF WS-PER-STAY-IN = 0 AND WS-PER-DEPART-IN = 0
                       DELETE AMUSAGE-FILE RECORD
                       DISPLAY "Item removed from the room type."
                   ELSE
                       MOVE WS-PER-STAY-IN TO AU-PER-STAYOVER
                       MOVE WS-PER-DEPART-IN TO AU-PER-DEPARTURE
                       REWRITE AMENITY-USAGE-RECORD
                       DISPLAY "Usage changed."
                   END-IF
           END-READ
           CLOSE AMUSAGE-FILE.

      *****************************************************************
      * RECEIPTS AND LAUNDRY RETURNS
      * A receipt is new stock from a supplier. A laundry return is
      * clean linen back from the laundry: it comes off the laundry
      * count and back into the store.
      *****************************************************************
       RECEIVE-STOCK.
           DISPLAY "Item code: "
           ACCEPT WS-ITEM-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-ITEM-CODE-IN) TO WS-ITEM-CODE-IN
           OPEN I-O AMENITY-FILE
           IF AM-FILE-ERROR
               DISPLAY "No linen or amenity items on file."
               CLOSE AMENITY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-CODE-IN TO AM-ITEM-CODE
           READ AMENITY-FILE KEY IS AM-ITEM-CODE
               INVALID KEY
                   DISPLAY "Item not found."
                   CLOSE AMENITY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-MOVE-TYPE = 'LAUNDRY' AND AM-KIND NOT = 'L'
               DISPLAY FUNCTION TRIM(AM-DESC) " is not linen."
               CLOSE AMENITY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(AM-DESC) " - " AM-ON-HAND
                   " in store, " AM-AT-LAUNDRY " at the laundry"
           DISPLAY "Quantity: "
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN = 0
               DISPLAY "Nothing booked in."
               CLOSE AMENITY-FILE
               EXIT PARAGRAPH
           END-IF
           IF AM-ON-HAND + WS-QTY-IN > 999999
               DISPLAY "Stock in store would overflow."
               CLOSE AMENITY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delivery note / laundry docket: "
           ACCEPT WS-REFERENCE-IN

           ADD WS-QTY-IN TO AM-ON-HAND
           IF WS-MOVE-TYPE = 'LAUNDRY'
               IF WS-QTY-IN > AM-AT-LAUNDRY
                   DISPLAY "More came back than was sent - laundry "
                           "count set to zero."
                   MOVE 0 TO AM-AT-LAUNDRY
               ELSE
                   SUBTRACT WS-QTY-IN FROM AM-AT-LAUNDRY
               END-IF
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO AM-LAST-RECEIVED
           END-IF
           REWRITE AMENITY-ITEM-RECORD
           DISPLAY "Booked in. " AM-ON-HAND " now in store."
           CLOSE AMENITY-FILE

           PERFORM READ-SESSION-OPERATOR
           MOVE WS-QTY-IN TO WS-MOVE-QTY
           MOVE WS-CURRENT-DATE-NUM TO WS-POST-DATE
           PERFORM JOURNAL-MOVE.

      *****************************************************************
      * POSTING A DAY'S USAGE
      * Every unposted HKDAY row for the date, across the buildings,
      * is multiplied out by the type's usage rates and drawn from
      * stock in one pass. An item short in store goes to zero and
      * is reported - the sheet was worked regardless.
      *****************************************************************
       POST-DAY-USAGE.
           DISPLAY "Sheet date to post (YYYYMMDD, 0 = today): "
           ACCEPT WS-POST-DATE
           IF WS-POST-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-POST-DATE
           END-IF
           PERFORM LOAD-USAGE-RATES
           PERFORM LOAD-ITEMS
           IF WS-ITEM-COUNT = 0 OR WS-RATE-COUNT = 0
               DISPLAY "Set up items and their usage per room type "
                       "first."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POST-ROWS
           OPEN I-O HKDAY-FILE
           IF HD-FILE-ERROR
               DISPLAY "No housekeeping sheets recorded."
               CLOSE HKDAY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POST-DATE TO HD-SHEET-DATE
           MOVE LOW-VALUES TO HD-PROPERTY
           MOVE LOW-VALUES TO HD-ROOM-TYPE
           START HKDAY-FILE KEY IS >= HD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HKDAY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HD-SHEET-DATE NOT = WS-POST-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF HD-POSTED NOT = 'Y'
                               PERFORM APPLY-SHEET-ROW
                               MOVE 'Y' TO HD-POSTED
                               REWRITE HK-DAY-RECORD
                               ADD 1 TO WS-POST-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HKDAY-FILE

           IF WS-POST-ROWS = 0
               DISPLAY "No unposted sheet for " WS-POST-DATE
                       " - run the morning sheets first."
               EXIT PARAGRAPH
           END-IF
           PERFORM DRAW-USAGE-FROM-STOCK
           DISPLAY "Usage posted for " WS-POST-DATE ": "
                   WS-POST-ITEMS " item(s) drawn, " WS-SHORT-ITEMS
                   " short in store.".

       APPLY-SHEET-ROW.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-TYPE(WS-RATE-IDX) = HD-ROOM-TYPE
                   PERFORM FIND-RATE-ITEM
                   IF WS-ITEM-IDX > 0
                       COMPUTE WS-IT-USAGE(WS-ITEM-IDX) =
                           WS-IT-USAGE(WS-ITEM-IDX)
                           + HD-STAYOVERS * WS-RT-STAY(WS-RATE-IDX)
                           + HD-DEPARTURES
                             * WS-RT-DEPART(WS-RATE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       DRAW-USAGE-FROM-STOCK.
           MOVE 0 TO WS-POST-ITEMS
           MOVE 0 TO WS-SHORT-ITEMS
           PERFORM READ-SESSION-OPERATOR
           MOVE 'USAGE' TO WS-MOVE-TYPE
           MOVE SPACES TO WS-REFERENCE-IN
           STRING "HK SHEET " WS-POST-DATE
               DELIMITED BY SIZE INTO WS-REFERENCE-IN
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-USAGE(WS-ITEM-IDX) > 0
                   PERFORM DRAW-ONE-ITEM
               END-IF
           END-PERFORM.

       DRAW-ONE-ITEM.
           OPEN I-O AMENITY-FILE
           MOVE WS-IT-CODE(WS-ITEM-IDX) TO AM-ITEM-CODE
           READ AMENITY-FILE KEY IS AM-ITEM-CODE
               INVALID KEY
                   CLOSE AMENITY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-IT-USAGE(WS-ITEM-IDX) > AM-ON-HAND
               ADD 1 TO WS-SHORT-ITEMS
               DISPLAY "  " AM-ITEM-CODE " " FUNCTION TRIM(AM-DESC)
                       ": used " WS-IT-USAGE(WS-ITEM-IDX)
                       ", only " AM-ON-HAND " in store"
               MOVE 0 TO AM-ON-HAND
           ELSE
               SUBTRACT WS-IT-USAGE(WS-ITEM-IDX) FROM AM-ON-HAND
           END-IF
           IF AM-KIND = 'L'
               IF AM-AT-LAUNDRY + WS-IT-USAGE(WS-ITEM-IDX) > 999999
                   MOVE 999999 TO AM-AT-LAUNDRY
               ELSE
                   ADD WS-IT-USAGE(WS-ITEM-IDX) TO AM-AT-LAUNDRY
               END-IF
           END-IF
           REWRITE AMENITY-ITEM-RECORD
           CLOSE AMENITY-FILE
           ADD 1 TO WS-POST-ITEMS
           MOVE WS-IT-CODE(WS-ITEM-IDX) TO WS-ITEM-CODE-IN
           IF WS-IT-USAGE(WS-ITEM-IDX) > 999999
               MOVE 999999 TO WS-MOVE-QTY
           ELSE
               MOVE WS-IT-USAGE(WS-ITEM-IDX) TO WS-MOVE-QTY
           END-IF
           PERFORM JOURNAL-MOVE.

      *****************************************************************
      * PAR-LEVEL REPORT
      * Stayovers and departures for each of the next few days come
      * from the bookings - a stayover where the guest slept the
      * night before and stays on, a departure where they check out
      * that day - by room type, multiplied out by the usage rates.
      * An item is below par when its clean stock in store will not
      * cover the period; the day it runs out is shown.
      *****************************************************************
       PAR-REPORT.
           DISPLAY "Days of forecast to cover (1-14, 0 = 3): "
           ACCEPT WS-HORIZON
           IF WS-HORIZON = 0
               MOVE 3 TO WS-HORIZON
           END-IF
           IF WS-HORIZON > 14
               MOVE 14 TO WS-HORIZON
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-HORIZON-END = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER + WS-HORIZON - 1)

           PERFORM LOAD-USAGE-RATES
           PERFORM LOAD-ITEMS
           IF WS-ITEM-COUNT = 0
               DISPLAY "No linen or amenity items on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ROOM-TYPES-MAP
           PERFORM FORECAST-HOUSEKEEPING

           *> Day by day, so the day stock runs out can be named
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE 0 TO WS-CUM-NEED
               MOVE 0 TO WS-IT-RUN-OUT(WS-ITEM-IDX)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-HORIZON
                   PERFORM FIGURE-DAY-NEED
                   ADD WS-DAY-NEED TO WS-CUM-NEED
                   IF WS-CUM-NEED > WS-IT-ON-HAND(WS-ITEM-IDX)
                      AND WS-IT-RUN-OUT(WS-ITEM-IDX) = 0
                       COMPUTE WS-IT-RUN-OUT(WS-ITEM-IDX) =
                           FUNCTION DATE-OF-INTEGER(
                               WS-TODAY-INTEGER + WS-DAY-IDX - 1)
                   END-IF
               END-PERFORM
               MOVE WS-CUM-NEED TO WS-IT-USAGE(WS-ITEM-IDX)
           END-PERFORM
           PERFORM WRITE-PAR-REPORT.

       FIGURE-DAY-NEED.
           MOVE 0 TO WS-DAY-NEED
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-ITEM(WS-RATE-IDX) = WS-IT-CODE(WS-ITEM-IDX)
                   MOVE WS-RT-TYPE(WS-RATE-IDX) TO WS-SEEK-TYPE
                   PERFORM FIND-FC-TYPE
                   IF WS-FC-TYPE-IDX > 0
                       COMPUTE WS-DAY-NEED = WS-DAY-NEED
                           + WS-FC-STAY(WS-FC-TYPE-IDX, WS-DAY-IDX)
                             * WS-RT-STAY(WS-RATE-IDX)
                           + WS-FC-DEPART(WS-FC-TYPE-IDX, WS-DAY-IDX)
                             * WS-RT-DEPART(WS-RATE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-FC-TYPE.
           PERFORM VARYING WS-FC-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-FC-TYPE-IDX > WS-FC-TYPE-COUNT
               IF WS-FC-TYPE(WS-FC-TYPE-IDX) = WS-SEEK-TYPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FC-TYPE-IDX.

       LOAD-ROOM-TYPES-MAP.
           MOVE 0 TO WS-ROOM-COUNT
           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOMS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-ROOM-COUNT < 1000
                               ADD 1 TO WS-ROOM-COUNT
                               MOVE ROOM-ID TO WS-RM-ID(WS-ROOM-COUNT)
                               MOVE ROOM-TYPE
                                   TO WS-RM-TYPE(WS-ROOM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMS-FILE.

       *> A sharer's booking rides on the principal's room.
       FORECAST-HOUSEKEEPING.
           MOVE 0 TO WS-FC-TYPE-COUNT
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (BOOKING-STATUS = 'Active'
                           OR BOOKING-STATUS = 'Option')
                          AND SHARE-ROLE-BK NOT = 'S'
                          AND CHECKOUT-DATE >= WS-CURRENT-DATE-NUM
                          AND CHECKIN-DATE < WS-HORIZON-END
                           PERFORM PLACE-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       PLACE-ONE-BOOKING.
           MOVE SPACES TO WS-BK-ROOM-TYPE
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF WS-RM-ID(WS-ROOM-IDX) = ROOM-ID-BK
                   MOVE WS-RM-TYPE(WS-ROOM-IDX) TO WS-BK-ROOM-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BK-ROOM-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-ROOM-TYPE TO WS-SEEK-TYPE
           PERFORM FIND-FC-TYPE
           IF WS-FC-TYPE-IDX = 0
               IF WS-FC-TYPE-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FC-TYPE-COUNT
               MOVE WS-FC-TYPE-COUNT TO WS-FC-TYPE-IDX
               MOVE WS-SEEK-TYPE TO WS-FC-TYPE(WS-FC-TYPE-IDX)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 14
                   MOVE 0 TO WS-FC-STAY(WS-FC-TYPE-IDX, WS-DAY-IDX)
                   MOVE 0 TO WS-FC-DEPART(WS-FC-TYPE-IDX, WS-DAY-IDX)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-HORIZON
               COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INTEGER + WS-DAY-IDX - 1)
               IF CHECKIN-DATE < WS-DAY-DATE
                   IF CHECKOUT-DATE = WS-DAY-DATE
                       ADD 1 TO WS-FC-DEPART(WS-FC-TYPE-IDX,
                                             WS-DAY-IDX)
                   ELSE
                       IF CHECKOUT-DATE > WS-DAY-DATE
                           ADD 1 TO WS-FC-STAY(WS-FC-TYPE-IDX,
                                               WS-DAY-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-PAR-REPORT.
           MOVE 0 TO WS-BELOW-COUNT
           OPEN OUTPUT PAR-REPORT-FILE
           MOVE SPACES TO PR-LINE
           STRING "LINEN AND AMENITY PAR - " WS-HORIZON
               " DAY(S) FROM " WS-CURRENT-DATE-NUM " TO "
               WS-HORIZON-END
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "NEED = FORECAST STAYOVERS AND DEPARTURES BY ROOM "
               "TYPE AT THE TYPE'S USAGE RATES"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE ALL "=" TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "ITEM      DESCRIPTION                     "
               "IN STORE  LAUNDRY     NEED  SURPLUS  RUNS OUT  FLAG"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE ALL "-" TO PR-LINE
           WRITE PR-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               COMPUTE WS-SHORTFALL = WS-IT-ON-HAND(WS-ITEM-IDX)
                   - WS-IT-USAGE(WS-ITEM-IDX)
               IF WS-SHORTFALL < 0
                   MOVE 'BELOW PAR' TO WS-FLAG-TEXT
                   ADD 1 TO WS-BELOW-COUNT
               ELSE
                   MOVE SPACES TO WS-FLAG-TEXT
               END-IF
               MOVE WS-IT-USAGE(WS-ITEM-IDX) TO WS-QTY-DSP
               MOVE WS-SHORTFALL TO WS-SHORT-DSP
               MOVE SPACES TO PR-LINE
               STRING WS-IT-CODE(WS-ITEM-IDX) "  "
                   WS-IT-DESC(WS-ITEM-IDX) "  "
                   WS-IT-ON-HAND(WS-ITEM-IDX) "  "
                   WS-IT-LAUNDRY(WS-ITEM-IDX) " " WS-QTY-DSP " "
                   WS-SHORT-DSP "  " WS-IT-RUN-OUT(WS-ITEM-IDX)
                   "  " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           END-PERFORM
           MOVE ALL "-" TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "ITEMS BELOW PAR: " WS-BELOW-COUNT
               "   (RUNS OUT 00000000 = COVERED)"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           CLOSE PAR-REPORT-FILE
           MOVE 'AMENPAR' TO RCA-REPORT-NAME
           MOVE '../DATA/AMENPAR.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Items below par: " WS-BELOW-COUNT
           DISPLAY "Report written to AMENPAR.RPT".

      *****************************************************************
      * LOADING
      *****************************************************************
       LOAD-USAGE-RATES.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT AMUSAGE-FILE
           IF AU-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AMUSAGE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-RATE-COUNT < 400
                               ADD 1 TO WS-RATE-COUNT
                               MOVE AU-ROOM-TYPE
                                   TO WS-RT-TYPE(WS-RATE-COUNT)
                               MOVE AU-ITEM-CODE
                                   TO WS-RT-ITEM(WS-RATE-COUNT)
                               MOVE AU-PER-STAYOVER
                                   TO WS-RT-STAY(WS-RATE-COUNT)
                               MOVE AU-PER-DEPARTURE
                                   TO WS-RT-DEPART(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AMUSAGE-FILE.

       LOAD-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT AMENITY-FILE
           IF AM-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AMENITY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AM-STATUS NOT = 'Retired'
                              AND WS-ITEM-COUNT < 200
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE AM-ITEM-CODE
                                   TO WS-IT-CODE(WS-ITEM-COUNT)
                               MOVE AM-DESC
                                   TO WS-IT-DESC(WS-ITEM-COUNT)
                               MOVE AM-KIND
                                   TO WS-IT-KIND(WS-ITEM-COUNT)
                               MOVE AM-ON-HAND
                                   TO WS-IT-ON-HAND(WS-ITEM-COUNT)
                               MOVE AM-AT-LAUNDRY
                                   TO WS-IT-LAUNDRY(WS-ITEM-COUNT)
                               MOVE 0 TO WS-IT-USAGE(WS-ITEM-COUNT)
                               MOVE 0 TO WS-IT-RUN-OUT(WS-ITEM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AMENITY-FILE.

       FIND-RATE-ITEM.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-IT-CODE(WS-ITEM-IDX) = WS-RT-ITEM(WS-RATE-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ITEM-IDX.

      *****************************************************************
      * JOURNAL, COUNTERS AND SESSION
      *****************************************************************
       JOURNAL-MOVE.
           PERFORM GENERATE-NEXT-AX-ID
           OPEN I-O AMMOVE-FILE
           IF AX-FILE-ERROR
               CLOSE AMMOVE-FILE
               OPEN OUTPUT AMMOVE-FILE
               CLOSE AMMOVE-FILE
               OPEN I-O AMMOVE-FILE
           END-IF
           MOVE WS-NEXT-AX-ID TO AX-MOVE-ID
           MOVE WS-ITEM-CODE-IN TO AX-ITEM-CODE
           MOVE WS-MOVE-TYPE TO AX-TYPE
           MOVE WS-POST-DATE TO AX-DATE
           MOVE WS-MOVE-QTY TO AX-QTY
           MOVE WS-REFERENCE-IN TO AX-REFERENCE
           MOVE WS-OPERATOR-ID TO AX-RECORDED-BY
           WRITE AMENITY-MOVE-RECORD
           CLOSE AMMOVE-FILE.

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

       GENERATE-NEXT-AX-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'AMENMOVE' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-AX-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-AX-ID
           CLOSE COUNTERS-FILE.

       SEED-AX-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT AMMOVE-FILE
           IF AX-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ AMMOVE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF AX-MOVE-ID > COUNTER-NEXT-ID
                               MOVE AX-MOVE-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AMMOVE-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'AMENMOVE' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

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

       END PROGRAM amenityStock.
