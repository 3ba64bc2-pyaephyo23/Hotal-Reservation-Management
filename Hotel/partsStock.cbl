       IDENTIFICATION DIVISION.
       PROGRAM-ID. partsStock.

      *****************************************************************
      * MAINTENANCE SPARE PARTS
      * The engineers' stores: a catalog of parts with stock on hand,
      * unit cost and the level at which to reorder. Parts are issued
      * against a work order - stock comes down and the order's
      * parts cost goes up by the parts at cost, so closing an order
      * no longer needs the figure typed in. Deliveries are booked in
      * through goods received, which re-averages the unit cost.
      * Every issue and receipt is journalled to PARTMOVES.DAT; the
      * reorder report (PARTREORD.RPT) lists what has fallen to its
      * reorder level and the usage report (PARTUSE.RPT) shows a
      * month's issues by room, fault category and part.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-FILE ASSIGN TO '../DATA/PARTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PART-CODE
               FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PARTMOVE-FILE ASSIGN TO '../DATA/PARTMOVES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-MOVE-ID
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT WORKORDER-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID
               FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT REORDER-REPORT-FILE ASSIGN TO
               '../DATA/PARTREORD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USAGE-REPORT-FILE ASSIGN TO
               '../DATA/PARTUSE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-FILE.
       COPY "./CopyBooks/PARTS.cpy".

       FD  PARTMOVE-FILE.
       COPY "./CopyBooks/PARTMOVE.cpy".

       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  REORDER-REPORT-FILE.
       01  RO-LINE                 PIC X(132).

       FD  USAGE-REPORT-FILE.
       01  RU-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PT-FILE-STATUS       PIC 99.
           88 PT-FILE-OK           VALUE 00.
           88 PT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PX-FILE-STATUS       PIC 99.
           88 PX-FILE-OK           VALUE 00.
           88 PX-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-NEXT-PX-ID           PIC 9(5).
       01  WS-SEED-EOF             PIC X VALUE 'N'.
       01  WS-OPERATOR-ID          PIC X(5).

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-REORDER-MARK         PIC X(7).

       *> Part entry
       01  WS-PART-CODE-IN         PIC X(8).
       01  WS-NEW-PART             PIC X.
       01  WS-DESC-IN              PIC X(30).
       01  WS-UNIT-IN              PIC X(6).
       01  WS-COST-IN              PIC 9(7).
       01  WS-LEVEL-IN             PIC 9(5).
       01  WS-REORDER-QTY-IN       PIC 9(5).
       01  WS-SUPPLIER-IN          PIC X(20).

       *> Issues and receipts
       01  WS-WO-ID-IN             PIC 9(5).
       01  WS-QTY-IN               PIC 9(5).
       01  WS-REFERENCE-IN         PIC X(20).
       01  WS-MORE-PARTS           PIC X.
       01  WS-ISSUE-VALUE          PIC 9(9).
       01  WS-ORDER-ISSUED         PIC 9(9).
       01  WS-NEW-PARTS-COST       PIC 9(9).
       01  WS-STOCK-VALUE          PIC 9(11).

       *> Reorder report
       01  WS-SUGGEST-QTY          PIC S9(6).
       01  WS-SUGGEST-VALUE        PIC 9(11).
       01  WS-REORDER-COUNT        PIC 9(4).
       01  WS-REORDER-TOTAL        PIC 9(11).

       *> Usage report
       01  WS-USE-MONTH            PIC 9(6).
       01  WS-USE-COUNT            PIC 9(3) VALUE 0.
       01  WS-USE-IDX              PIC 9(3).
       01  WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 600 TIMES.
               10 WS-UT-KIND       PIC X.
               10 WS-UT-KEY        PIC X(12).
               10 WS-UT-ISSUES     PIC 9(5).
               10 WS-UT-QTY        PIC 9(7).
               10 WS-UT-VALUE      PIC 9(11).
       01  WS-SEEK-KIND            PIC X.
       01  WS-SEEK-KEY             PIC X(12).
       01  WS-SHOW-KIND            PIC X.
       01  WS-SHOW-TITLE           PIC X(30).
       01  WS-USE-ISSUES           PIC 9(5).
       01  WS-USE-QTY              PIC 9(7).
       01  WS-USE-VALUE            PIC 9(11).

       01  WS-QTY-DSP              PIC ZZZZZZ9.
       01  WS-ISSUES-DSP           PIC ZZZZ9.
       01  WS-VALUE-DSP            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COST-DSP             PIC Z,ZZZ,ZZ9.

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
               DISPLAY "        MAINTENANCE SPARE PARTS"
               DISPLAY "***********************************************"
               DISPLAY "1. Parts catalog and stock"
               DISPLAY "2. Add or change a part"
               DISPLAY "3. Issue parts to a work order"
               DISPLAY "4. Goods received"
               DISPLAY "5. Reorder report"
               DISPLAY "6. Monthly parts usage report"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-PARTS
                   WHEN 2
                       PERFORM MAINTAIN-PART
                   WHEN 3
                       PERFORM ISSUE-TO-ORDER
                   WHEN 4
                       PERFORM GOODS-RECEIVED
                   WHEN 5
                       PERFORM REORDER-REPORT
                   WHEN 6
                       PERFORM USAGE-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * THE CATALOG
      *****************************************************************
       LIST-PARTS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-STOCK-VALUE
           OPEN INPUT PARTS-FILE
           IF PT-FILE-ERROR
               DISPLAY "No parts on file."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PART      DESCRIPTION                     UNIT  "
                   "  ON HAND  REORDER  UNIT COST"
           DISPLAY "-----------------------------------------------"
                   "------------------------------"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       COMPUTE WS-STOCK-VALUE = WS-STOCK-VALUE
                           + PT-ON-HAND * PT-UNIT-COST
                       MOVE SPACES TO WS-REORDER-MARK
                       IF PT-STATUS = 'Retired'
                           MOVE 'RETIRED' TO WS-REORDER-MARK
                       ELSE
                           IF PT-ON-HAND <= PT-REORDER-LEVEL
                               MOVE 'REORDER' TO WS-REORDER-MARK
                           END-IF
                       END-IF
                       MOVE PT-UNIT-COST TO WS-COST-DSP
                       DISPLAY PT-PART-CODE "  " PT-DESC "  "
                           PT-UNIT "  " PT-ON-HAND "    "
                           PT-REORDER-LEVEL "  " WS-COST-DSP "  "
                           WS-REORDER-MARK
               END-READ
           END-PERFORM
           CLOSE PARTS-FILE
           MOVE WS-STOCK-VALUE TO WS-VALUE-DSP
           DISPLAY "Parts on file: " WS-LIST-COUNT
                   "  stock at cost: " WS-VALUE-DSP.

       *> Stock on hand only moves through issues and receipts; a
       *> changed part keeps any field left blank or zero.
       MAINTAIN-PART.
           DISPLAY "Part code: "
           ACCEPT WS-PART-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-PART-CODE-IN) TO WS-PART-CODE-IN
           IF WS-PART-CODE-IN = SPACES
               DISPLAY "A part code is required."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PARTS-FILE
           IF PT-FILE-ERROR
               CLOSE PARTS-FILE
               OPEN OUTPUT PARTS-FILE
               CLOSE PARTS-FILE
               OPEN I-O PARTS-FILE
           END-IF
           MOVE WS-PART-CODE-IN TO PT-PART-CODE
           READ PARTS-FILE KEY IS PT-PART-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-PART
                   INITIALIZE PART-RECORD
                   MOVE WS-PART-CODE-IN TO PT-PART-CODE
                   MOVE 'each' TO PT-UNIT
                   MOVE 'Active' TO PT-STATUS
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-PART
                   DISPLAY "Changing " PT-PART-CODE " - "
                           FUNCTION TRIM(PT-DESC) " (" PT-ON-HAND
                           " on hand; blank or 0 keeps the current "
                           "value)"
           END-READ

           DISPLAY "Description: "
           ACCEPT WS-DESC-IN
           IF WS-DESC-IN NOT = SPACES
               MOVE WS-DESC-IN TO PT-DESC
           END-IF
           IF PT-DESC = SPACES
               DISPLAY "A description is required."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Unit of issue (each, box, metre...): "
           ACCEPT WS-UNIT-IN
           IF WS-UNIT-IN NOT = SPACES
               MOVE WS-UNIT-IN TO PT-UNIT
           END-IF
           DISPLAY "Unit cost: "
           ACCEPT WS-COST-IN
           IF WS-COST-IN > 0
               MOVE WS-COST-IN TO PT-UNIT-COST
           END-IF
           DISPLAY "Reorder when stock falls to: "
           ACCEPT WS-LEVEL-IN
           IF WS-LEVEL-IN > 0
               MOVE WS-LEVEL-IN TO PT-REORDER-LEVEL
           END-IF
           DISPLAY "Quantity to reorder: "
           ACCEPT WS-REORDER-QTY-IN
           IF WS-REORDER-QTY-IN > 0
               MOVE WS-REORDER-QTY-IN TO PT-REORDER-QTY
           END-IF
           DISPLAY "Supplier: "
           ACCEPT WS-SUPPLIER-IN
           IF WS-SUPPLIER-IN NOT = SPACES
               MOVE WS-SUPPLIER-IN TO PT-SUPPLIER
           END-IF

           IF WS-NEW-PART = 'Y'
               WRITE PART-RECORD
                   INVALID KEY
                       DISPLAY "Part could not be added."
                   NOT INVALID KEY
                       DISPLAY "Part " PT-PART-CODE " added - book "
                               "the opening stock in as goods "
                               "received."
               END-WRITE
           ELSE
               REWRITE PART-RECORD
                   INVALID KEY
                       DISPLAY "Part could not be changed."
                   NOT INVALID KEY
                       DISPLAY "Part " PT-PART-CODE " changed."
               END-REWRITE
           END-IF
           CLOSE PARTS-FILE.

      *****************************************************************
      * ISSUES
      * Parts go out against an open work order only. Each line
      * takes the stock down, adds the parts at cost to the order
      * and journals the issue with the order's room and fault
      * category for the usage report.
      *****************************************************************
       ISSUE-TO-ORDER.
           DISPLAY "Work Order ID: "
           ACCEPT WS-WO-ID-IN
           OPEN INPUT WORKORDER-FILE
           IF WO-FILE-ERROR
               DISPLAY "No work orders on file."
               CLOSE WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WO-ID-IN TO WO-ID
           READ WORKORDER-FILE KEY IS WO-ID
               INVALID KEY
                   DISPLAY "Work order not found."
                   CLOSE WORKORDER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE WORKORDER-FILE
           IF FUNCTION TRIM(WO-STATUS) NOT = 'Open'
               DISPLAY "Parts can only be issued to an open order."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Order " WO-ID " room " WO-ROOM-ID " - "
                   FUNCTION TRIM(WO-FAULT-DESC)

           PERFORM READ-SESSION-OPERATOR
           MOVE 0 TO WS-ORDER-ISSUED
           MOVE 'Y' TO WS-MORE-PARTS
           PERFORM UNTIL WS-MORE-PARTS NOT = 'Y'
               PERFORM ISSUE-ONE-PART
               DISPLAY "Another part for this order? (Y/N): "
               ACCEPT WS-MORE-PARTS
               MOVE FUNCTION UPPER-CASE(WS-MORE-PARTS)
                   TO WS-MORE-PARTS
           END-PERFORM
           MOVE WS-ORDER-ISSUED TO WS-VALUE-DSP
           DISPLAY "Parts issued to order " WS-WO-ID-IN " at cost: "
                   WS-VALUE-DSP.

       ISSUE-ONE-PART.
           DISPLAY "Part code: "
           ACCEPT WS-PART-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-PART-CODE-IN) TO WS-PART-CODE-IN
           DISPLAY "Quantity: "
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN = 0
               DISPLAY "Nothing issued."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PARTS-FILE
           IF PT-FILE-ERROR
               DISPLAY "No parts on file."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART-CODE-IN TO PT-PART-CODE
           READ PARTS-FILE KEY IS PT-PART-CODE
               INVALID KEY
                   DISPLAY "Part not found."
                   CLOSE PARTS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WS-QTY-IN > PT-ON-HAND
               DISPLAY "Only " PT-ON-HAND " " FUNCTION TRIM(PT-UNIT)
                       " of " FUNCTION TRIM(PT-DESC) " in stock."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O WORKORDER-FILE
           MOVE WS-WO-ID-IN TO WO-ID
           READ WORKORDER-FILE KEY IS WO-ID
               INVALID KEY
                   DISPLAY "Work order not found."
                   CLOSE WORKORDER-FILE
                   CLOSE PARTS-FILE
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-ISSUE-VALUE = WS-QTY-IN * PT-UNIT-COST
           COMPUTE WS-NEW-PARTS-COST = WO-PARTS-COST + WS-ISSUE-VALUE
           IF WS-NEW-PARTS-COST > 9999999
               DISPLAY "The order's parts cost would overflow - "
                       "nothing issued."
               CLOSE WORKORDER-FILE
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-NEXT-PX-ID
           OPEN I-O PARTMOVE-FILE
           IF PX-FILE-ERROR
               CLOSE PARTMOVE-FILE
               OPEN OUTPUT PARTMOVE-FILE
               CLOSE PARTMOVE-FILE
               OPEN I-O PARTMOVE-FILE
           END-IF
           INITIALIZE PART-MOVE-RECORD
           MOVE WS-NEXT-PX-ID TO PX-MOVE-ID
           MOVE PT-PART-CODE TO PX-PART-CODE
           MOVE 'ISSUE' TO PX-TYPE
           MOVE WS-CURRENT-DATE-NUM TO PX-DATE
           MOVE WS-QTY-IN TO PX-QTY
           MOVE PT-UNIT-COST TO PX-UNIT-COST
           MOVE WS-ISSUE-VALUE TO PX-VALUE
           MOVE WO-ID TO PX-WO-ID
           MOVE WO-ROOM-ID TO PX-ROOM-ID
           MOVE WO-FAULT-CATEGORY TO PX-CATEGORY
           MOVE WS-OPERATOR-ID TO PX-RECORDED-BY
           WRITE PART-MOVE-RECORD
           CLOSE PARTMOVE-FILE

           SUBTRACT WS-QTY-IN FROM PT-ON-HAND
           REWRITE PART-RECORD
           MOVE WS-NEW-PARTS-COST TO WO-PARTS-COST
           REWRITE WORKORDER-RECORD
           CLOSE WORKORDER-FILE
           ADD WS-ISSUE-VALUE TO WS-ORDER-ISSUED
           DISPLAY WS-QTY-IN " " FUNCTION TRIM(PT-UNIT) " of "
                   FUNCTION TRIM(PT-DESC) " issued; "
                   PT-ON-HAND " left."
           IF PT-ON-HAND <= PT-REORDER-LEVEL
               DISPLAY "Stock is at its reorder level."
           END-IF
           CLOSE PARTS-FILE.

      *****************************************************************
      * GOODS RECEIVED
      * A delivery adds to stock; when it comes in at a different
      * price the unit cost becomes the average over old stock and
      * new, so issues keep costing at what the stock really cost.
      *****************************************************************
       GOODS-RECEIVED.
           DISPLAY "Part code: "
           ACCEPT WS-PART-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-PART-CODE-IN) TO WS-PART-CODE-IN
           OPEN I-O PARTS-FILE
           IF PT-FILE-ERROR
               DISPLAY "No parts on file."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART-CODE-IN TO PT-PART-CODE
           READ PARTS-FILE KEY IS PT-PART-CODE
               INVALID KEY
                   DISPLAY "Part not found - add it to the catalog "
                           "first."
                   CLOSE PARTS-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY FUNCTION TRIM(PT-DESC) " - " PT-ON-HAND " "
                   FUNCTION TRIM(PT-UNIT) " on hand"
           DISPLAY "Quantity received: "
           ACCEPT WS-QTY-IN
           IF WS-QTY-IN = 0
               DISPLAY "Nothing received."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF
           IF PT-ON-HAND + WS-QTY-IN > 99999
               DISPLAY "Stock on hand would overflow."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PT-UNIT-COST TO WS-COST-DSP
           DISPLAY "Unit cost on the delivery (0 = " WS-COST-DSP
                   "): "
           ACCEPT WS-COST-IN
           IF WS-COST-IN = 0
               MOVE PT-UNIT-COST TO WS-COST-IN
           END-IF
           DISPLAY "Delivery note / supplier reference: "
           ACCEPT WS-REFERENCE-IN

           PERFORM READ-SESSION-OPERATOR
           PERFORM GENERATE-NEXT-PX-ID
           OPEN I-O PARTMOVE-FILE
           IF PX-FILE-ERROR
               CLOSE PARTMOVE-FILE
               OPEN OUTPUT PARTMOVE-FILE
               CLOSE PARTMOVE-FILE
               OPEN I-O PARTMOVE-FILE
           END-IF
           INITIALIZE PART-MOVE-RECORD
           MOVE WS-NEXT-PX-ID TO PX-MOVE-ID
           MOVE PT-PART-CODE TO PX-PART-CODE
           MOVE 'RECEIPT' TO PX-TYPE
           MOVE WS-CURRENT-DATE-NUM TO PX-DATE
           MOVE WS-QTY-IN TO PX-QTY
           MOVE WS-COST-IN TO PX-UNIT-COST
           COMPUTE PX-VALUE = WS-QTY-IN * WS-COST-IN
           MOVE WS-REFERENCE-IN TO PX-REFERENCE
           MOVE WS-OPERATOR-ID TO PX-RECORDED-BY
           WRITE PART-MOVE-RECORD
           CLOSE PARTMOVE-FILE

           COMPUTE PT-UNIT-COST ROUNDED =
               (PT-ON-HAND * PT-UNIT-COST + WS-QTY-IN * WS-COST-IN)
               / (PT-ON-HAND + WS-QTY-IN)
           ADD WS-QTY-IN TO PT-ON-HAND
           MOVE WS-CURRENT-DATE-NUM TO PT-LAST-RECEIVED
           REWRITE PART-RECORD
           MOVE PT-UNIT-COST TO WS-COST-DSP
           DISPLAY "Received. " PT-ON-HAND " " FUNCTION TRIM(PT-UNIT)
                   " now on hand at " WS-COST-DSP " each."
           CLOSE PARTS-FILE.

      *****************************************************************
      * REORDER REPORT
      * Every active part at or below its reorder level, with the
      * quantity to order - the part's reorder quantity, or enough
      * to get back to twice the level when none is set.
      *****************************************************************
       REORDER-REPORT.
           MOVE 0 TO WS-REORDER-COUNT
           MOVE 0 TO WS-REORDER-TOTAL
           OPEN INPUT PARTS-FILE
           IF PT-FILE-ERROR
               DISPLAY "No parts on file."
               CLOSE PARTS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REORDER-REPORT-FILE
           MOVE SPACES TO RO-LINE
           STRING "SPARE PARTS TO REORDER - RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO RO-LINE
           WRITE RO-LINE
           MOVE ALL "=" TO RO-LINE
           WRITE RO-LINE
           MOVE SPACES TO RO-LINE
           STRING "PART      DESCRIPTION                     "
               "ON HAND  LEVEL   ORDER  SUPPLIER              "
               "     EST. COST"
               DELIMITED BY SIZE INTO RO-LINE
           WRITE RO-LINE
           MOVE ALL "-" TO RO-LINE
           WRITE RO-LINE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PT-STATUS NOT = 'Retired'
                          AND PT-ON-HAND <= PT-REORDER-LEVEL
                           PERFORM WRITE-REORDER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTS-FILE
           MOVE ALL "-" TO RO-LINE
           WRITE RO-LINE
           MOVE WS-REORDER-TOTAL TO WS-VALUE-DSP
           MOVE SPACES TO RO-LINE
           STRING "PARTS TO ORDER: " WS-REORDER-COUNT
               "   ESTIMATED COST: " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RO-LINE
           WRITE RO-LINE
           CLOSE REORDER-REPORT-FILE
           MOVE 'PARTREORD' TO RCA-REPORT-NAME
           MOVE '../DATA/PARTREORD.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Parts at reorder level: " WS-REORDER-COUNT
           DISPLAY "Report written to PARTREORD.RPT".

       WRITE-REORDER-LINE.
           IF PT-REORDER-QTY > 0
               MOVE PT-REORDER-QTY TO WS-SUGGEST-QTY
           ELSE
               COMPUTE WS-SUGGEST-QTY =
                   PT-REORDER-LEVEL * 2 - PT-ON-HAND
               IF WS-SUGGEST-QTY < 1
                   MOVE 1 TO WS-SUGGEST-QTY
               END-IF
           END-IF
           COMPUTE WS-SUGGEST-VALUE = WS-SUGGEST-QTY * PT-UNIT-COST
           ADD 1 TO WS-REORDER-COUNT
           ADD WS-SUGGEST-VALUE TO WS-REORDER-TOTAL
           MOVE WS-SUGGEST-QTY TO WS-QTY-DSP
           MOVE WS-SUGGEST-VALUE TO WS-VALUE-DSP
           MOVE SPACES TO RO-LINE
           STRING PT-PART-CODE "  " PT-DESC "  " PT-ON-HAND "  "
               PT-REORDER-LEVEL " " WS-QTY-DSP "  " PT-SUPPLIER
               " " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RO-LINE
           WRITE RO-LINE.

      *****************************************************************
      * MONTHLY USAGE
      * A month's issues - what left the stores - totalled by the
      * room the work was in, the fault category of the order and
      * the part.
      *****************************************************************
       USAGE-REPORT.
           DISPLAY "Month (YYYYMM, 0 = this month): "
           ACCEPT WS-USE-MONTH
           IF WS-USE-MONTH = 0
               MOVE WS-CURRENT-DATE(1:6) TO WS-USE-MONTH
           END-IF
           MOVE 0 TO WS-USE-COUNT
           MOVE 0 TO WS-USE-ISSUES
           MOVE 0 TO WS-USE-QTY
           MOVE 0 TO WS-USE-VALUE

           OPEN INPUT PARTMOVE-FILE
           IF PX-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARTMOVE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PX-TYPE = 'ISSUE'
                              AND PX-DATE(1:6) = WS-USE-MONTH
                               PERFORM TAKE-ONE-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARTMOVE-FILE

           IF WS-USE-ISSUES = 0
               DISPLAY "No parts issued in " WS-USE-MONTH "."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT USAGE-REPORT-FILE
           MOVE SPACES TO RU-LINE
           STRING "SPARE PARTS USAGE - MONTH " WS-USE-MONTH
               " - RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO RU-LINE
           WRITE RU-LINE
           MOVE ALL "=" TO RU-LINE
           WRITE RU-LINE
           MOVE 'R' TO WS-SHOW-KIND
           MOVE "BY ROOM" TO WS-SHOW-TITLE
           PERFORM WRITE-USAGE-SECTION
           MOVE 'C' TO WS-SHOW-KIND
           MOVE "BY FAULT CATEGORY" TO WS-SHOW-TITLE
           PERFORM WRITE-USAGE-SECTION
           MOVE 'P' TO WS-SHOW-KIND
           MOVE "BY PART" TO WS-SHOW-TITLE
           PERFORM WRITE-USAGE-SECTION
           MOVE ALL "=" TO RU-LINE
           WRITE RU-LINE
           MOVE WS-USE-ISSUES TO WS-ISSUES-DSP
           MOVE WS-USE-QTY TO WS-QTY-DSP
           MOVE WS-USE-VALUE TO WS-VALUE-DSP
           MOVE SPACES TO RU-LINE
           STRING "ALL ISSUES    " WS-ISSUES-DSP "  " WS-QTY-DSP
               "  " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RU-LINE
           WRITE RU-LINE
           CLOSE USAGE-REPORT-FILE
           MOVE 'PARTUSE' TO RCA-REPORT-NAME
           MOVE '../DATA/PARTUSE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Issues : " WS-USE-ISSUES
           DISPLAY "Value  : " WS-VALUE-DSP
           DISPLAY "Report written to PARTUSE.RPT".

       TAKE-ONE-ISSUE.
           ADD 1 TO WS-USE-ISSUES
           ADD PX-QTY TO WS-USE-QTY
           ADD PX-VALUE TO WS-USE-VALUE
           MOVE 'R' TO WS-SEEK-KIND
           MOVE PX-ROOM-ID TO WS-SEEK-KEY
           PERFORM TALLY-ISSUE
           MOVE 'C' TO WS-SEEK-KIND
           IF PX-CATEGORY = SPACES
               MOVE 'Uncategorized' TO WS-SEEK-KEY
           ELSE
               MOVE PX-CATEGORY TO WS-SEEK-KEY
           END-IF
           PERFORM TALLY-ISSUE
           MOVE 'P' TO WS-SEEK-KIND
           MOVE PX-PART-CODE TO WS-SEEK-KEY
           PERFORM TALLY-ISSUE.

       TALLY-ISSUE.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-UT-KIND(WS-USE-IDX) = WS-SEEK-KIND
                  AND WS-UT-KEY(WS-USE-IDX) = WS-SEEK-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USE-IDX > WS-USE-COUNT
               IF WS-USE-COUNT >= 600
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-USE-COUNT
               MOVE WS-USE-COUNT TO WS-USE-IDX
               MOVE WS-SEEK-KIND TO WS-UT-KIND(WS-USE-IDX)
               MOVE WS-SEEK-KEY TO WS-UT-KEY(WS-USE-IDX)
               MOVE 0 TO WS-UT-ISSUES(WS-USE-IDX)
               MOVE 0 TO WS-UT-QTY(WS-USE-IDX)
               MOVE 0 TO WS-UT-VALUE(WS-USE-IDX)
           END-IF
           ADD 1 TO WS-UT-ISSUES(WS-USE-IDX)
           ADD PX-QTY TO WS-UT-QTY(WS-USE-IDX)
           ADD PX-VALUE TO WS-UT-VALUE(WS-USE-IDX).

       WRITE-USAGE-SECTION.
           MOVE SPACES TO RU-LINE
           WRITE RU-LINE
           MOVE WS-SHOW-TITLE TO RU-LINE
           WRITE RU-LINE
           MOVE SPACES TO RU-LINE
           STRING "KEY           ISSUES      QTY      VALUE AT COST"
               DELIMITED BY SIZE INTO RU-LINE
           WRITE RU-LINE
           MOVE ALL "-" TO RU-LINE
           WRITE RU-LINE
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-UT-KIND(WS-USE-IDX) = WS-SHOW-KIND
                   MOVE WS-UT-ISSUES(WS-USE-IDX) TO WS-ISSUES-DSP
                   MOVE WS-UT-QTY(WS-USE-IDX) TO WS-QTY-DSP
                   MOVE WS-UT-VALUE(WS-USE-IDX) TO WS-VALUE-DSP
                   MOVE SPACES TO RU-LINE
                   STRING WS-UT-KEY(WS-USE-IDX) "  " WS-ISSUES-DSP
                       "  " WS-QTY-DSP "  " WS-VALUE-DSP
                       DELIMITED BY SIZE INTO RU-LINE
                   WRITE RU-LINE
               END-IF
           END-PERFORM.

      *****************************************************************
      * COUNTERS AND SESSION
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

       GENERATE-NEXT-PX-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'PARTMOVE' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-PX-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-PX-ID
           CLOSE COUNTERS-FILE.

       SEED-PX-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT PARTMOVE-FILE
           IF PX-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ PARTMOVE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF PX-MOVE-ID > COUNTER-NEXT-ID
                               MOVE PX-MOVE-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARTMOVE-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'PARTMOVE' TO COUNTER-NAME
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

       END PROGRAM partsStock.
