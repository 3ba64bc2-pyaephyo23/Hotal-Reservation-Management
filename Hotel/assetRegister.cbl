       IDENTIFICATION DIVISION.
       PROGRAM-ID. assetRegister.

      *****************************************************************
      * IN-ROOM ASSET REGISTER
      * Every TV, air-con unit, fridge and safe in the rooms, under
      * its asset tag: make and model, who supplied it, when it was
      * bought and fitted, what it cost, when the warranty runs out
      * and how many years it is expected to last. Closing a work
      * order in workOrders names the asset repaired, so the repair
      * report can show, asset by asset, how often it has been fixed
      * and at what parts cost, and pick out the units out of
      * warranty whose repairs have run past a share of their price.
      * The replacement plan lists what falls due for renewal year
      * by year, at original cost, for the capital budget. Reports
      * go to ASSETREP.RPT and ASSETPLAN.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO '../DATA/ASSETS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-TAG
               ALTERNATE RECORD KEY IS FA-ROOM-ID WITH DUPLICATES
               FILE STATUS IS WS-FA-FILE-STATUS.
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
           SELECT REPAIR-REPORT-FILE ASSIGN TO
               '../DATA/ASSETREP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-REPORT-FILE ASSIGN TO
               '../DATA/ASSETPLAN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
       COPY "./CopyBooks/ASSETS.cpy".

       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  REPAIR-REPORT-FILE.
       01  RR-LINE                 PIC X(132).

       FD  PLAN-REPORT-FILE.
       01  RP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FA-FILE-STATUS       PIC 99.
           88 FA-FILE-OK           VALUE 00.
           88 FA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-LIST-COUNT           PIC 9(4).

       *> Asset entry
       01  WS-TAG-IN               PIC X(10).
       01  WS-NEW-ASSET            PIC X.
       01  WS-ROOM-IN              PIC X(5).
       01  WS-CATEGORY-CH          PIC 9.
       01  WS-TEXT-IN              PIC X(20).
       01  WS-DATE-IN              PIC 9(8).
       01  WS-COST-IN              PIC 9(9).
       01  WS-LIFE-IN              PIC 9(2).
       01  WS-STATUS-CH            PIC 9.
       01  WS-ENTRY-OK             PIC X.

       *> Assets held for the reports
       01  WS-AS-COUNT             PIC 9(4) VALUE 0.
       01  WS-AS-IDX               PIC 9(4).
       01  WS-ASSET-TABLE.
           05 WS-AS-ENTRY OCCURS 1000 TIMES.
               10 WS-AS-TAG        PIC X(10).
               10 WS-AS-ROOM       PIC X(5).
               10 WS-AS-CATEGORY   PIC X(12).
               10 WS-AS-MAKE       PIC X(15).
               10 WS-AS-COST       PIC 9(9).
               10 WS-AS-WARRANTY   PIC 9(8).
               10 WS-AS-FITTED     PIC 9(8).
               10 WS-AS-LIFE       PIC 9(2).
               10 WS-AS-REPAIRS    PIC 9(4).
               10 WS-AS-REPAIR-COST PIC 9(9).
               10 WS-AS-OOW-COST   PIC 9(9).
               10 WS-AS-LAST-REPAIR PIC 9(8).
               10 WS-AS-REPLACE-YR PIC 9(4).

       *> Repair report
       01  WS-THRESHOLD-PCT        PIC 9(3).
       01  WS-THRESHOLD-COST       PIC 9(11).
       01  WS-FLAGGED-COUNT        PIC 9(4).
       01  WS-TOT-REPAIRS          PIC 9(6).
       01  WS-TOT-REPAIR-COST      PIC 9(11).
       01  WS-WARRANTY-TEXT        PIC X(8).

       *> Replacement plan
       01  WS-PLAN-YEAR            PIC 9(4).
       01  WS-LAST-YEAR            PIC 9(4).
       01  WS-FITTED-YEAR          PIC 9(4).
       01  WS-YEAR-COUNT           PIC 9(4).
       01  WS-YEAR-COST            PIC 9(11).
       01  WS-PLAN-COUNT           PIC 9(4).
       01  WS-PLAN-COST            PIC 9(11).
       01  WS-OVERDUE-TEXT         PIC X(7).

       01  WS-COUNT-DSP            PIC ZZZ9.
       01  WS-VALUE-DSP            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COST-DSP             PIC ZZZ,ZZZ,ZZ9.

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
               DISPLAY "        IN-ROOM ASSET REGISTER"
               DISPLAY "***********************************************"
               DISPLAY "1. List assets"
               DISPLAY "2. Add or change an asset"
               DISPLAY "3. Move, store or dispose of an asset"
               DISPLAY "4. Repair history report"
               DISPLAY "5. Replacement plan by year"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-ASSETS
                   WHEN 2
                       PERFORM MAINTAIN-ASSET
                   WHEN 3
                       PERFORM CHANGE-ASSET-STATUS
                   WHEN 4
                       PERFORM REPAIR-REPORT
                   WHEN 5
                       PERFORM REPLACEMENT-PLAN
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * THE REGISTER
      *****************************************************************
       LIST-ASSETS.
           DISPLAY "Room (blank = all rooms): "
           ACCEPT WS-ROOM-IN
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT ASSET-FILE
           IF FA-FILE-ERROR
               DISPLAY "No assets on file."
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAG         ROOM   CATEGORY      MAKE            "
                   "MODEL            FITTED   WARRANTY  STATUS"
           DISPLAY "-----------------------------------------------"
                   "----------------------------------------------"
           MOVE 'N' TO WS-EOF
           IF WS-ROOM-IN NOT = SPACES
               MOVE WS-ROOM-IN TO FA-ROOM-ID
               START ASSET-FILE KEY IS = FA-ROOM-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ROOM-IN NOT = SPACES
                          AND FA-ROOM-ID NOT = WS-ROOM-IN
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY FA-ASSET-TAG "  " FA-ROOM-ID "  "
                               FA-CATEGORY "  " FA-MAKE " " FA-MODEL
                               "  " FA-INSTALL-DATE " "
                               FA-WARRANTY-EXPIRY "  " FA-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSET-FILE
           DISPLAY "Assets listed: " WS-LIST-COUNT.

       *> A changed asset keeps any field left blank or zero.
       MAINTAIN-ASSET.
           DISPLAY "Asset tag: "
           ACCEPT WS-TAG-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-IN) TO WS-TAG-IN
           IF WS-TAG-IN = SPACES
               DISPLAY "An asset tag is required."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ASSET-FILE
           IF FA-FILE-ERROR
               CLOSE ASSET-FILE
               OPEN OUTPUT ASSET-FILE
               CLOSE ASSET-FILE
               OPEN I-O ASSET-FILE
           END-IF
           MOVE WS-TAG-IN TO FA-ASSET-TAG
           READ ASSET-FILE KEY IS FA-ASSET-TAG
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-ASSET
                   INITIALIZE ASSET-RECORD
                   MOVE WS-TAG-IN TO FA-ASSET-TAG
                   MOVE 'In service' TO FA-STATUS
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-ASSET
                   DISPLAY "Changing " FA-ASSET-TAG " - "
                           FUNCTION TRIM(FA-CATEGORY) " in room "
                           FA-ROOM-ID
                           " (blank or 0 keeps the current value)"
           END-READ

           IF WS-NEW-ASSET = 'Y'
               DISPLAY "Room: "
               ACCEPT WS-ROOM-IN
               PERFORM CHECK-ROOM-EXISTS
               IF WS-ENTRY-OK = 'N'
                   CLOSE ASSET-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ROOM-IN TO FA-ROOM-ID
           END-IF
           DISPLAY "Category - 1. TV  2. Air-con  3. Fridge  "
               "4. Safe  5. Other: "
           ACCEPT WS-CATEGORY-CH
           EVALUATE WS-CATEGORY-CH
               WHEN 1
                   MOVE 'TV' TO FA-CATEGORY
               WHEN 2
                   MOVE 'Air-con' TO FA-CATEGORY
               WHEN 3
                   MOVE 'Fridge' TO FA-CATEGORY
               WHEN 4
                   MOVE 'Safe' TO FA-CATEGORY
               WHEN 5
                   MOVE 'Other' TO FA-CATEGORY
               WHEN OTHER
                   IF FA-CATEGORY = SPACES
                       MOVE 'Other' TO FA-CATEGORY
                   END-IF
           END-EVALUATE
           DISPLAY "Make: "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO FA-MAKE
           END-IF
           DISPLAY "Model: "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO FA-MODEL
           END-IF
           DISPLAY "Serial number: "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO FA-SERIAL-NO
           END-IF
           DISPLAY "Supplier: "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO FA-SUPPLIER
           END-IF
           DISPLAY "Purchase date (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           PERFORM CHECK-DATE-ENTRY
           IF WS-ENTRY-OK = 'N'
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-IN > 0
               MOVE WS-DATE-IN TO FA-PURCHASE-DATE
           END-IF
           DISPLAY "Installed in the room (YYYYMMDD, 0 = purchase "
                   "date): "
           ACCEPT WS-DATE-IN
           PERFORM CHECK-DATE-ENTRY
           IF WS-ENTRY-OK = 'N'
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-IN > 0
               MOVE WS-DATE-IN TO FA-INSTALL-DATE
           END-IF
           IF FA-INSTALL-DATE = 0
               MOVE FA-PURCHASE-DATE TO FA-INSTALL-DATE
           END-IF
           DISPLAY "Cost: "
           ACCEPT WS-COST-IN
           IF WS-COST-IN > 0
               MOVE WS-COST-IN TO FA-COST
           END-IF
           DISPLAY "Warranty expires (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           PERFORM CHECK-DATE-ENTRY
           IF WS-ENTRY-OK = 'N'
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-IN > 0
               MOVE WS-DATE-IN TO FA-WARRANTY-EXPIRY
           END-IF
           DISPLAY "Expected life in years (0 = usual for the "
                   "category): "
           ACCEPT WS-LIFE-IN
           IF WS-LIFE-IN > 0
               MOVE WS-LIFE-IN TO FA-LIFE-YEARS
           END-IF

           IF WS-NEW-ASSET = 'Y'
               WRITE ASSET-RECORD
                   INVALID KEY
                       DISPLAY "Asset could not be added."
                   NOT INVALID KEY
                       DISPLAY "Asset " FA-ASSET-TAG " added."
               END-WRITE
           ELSE
               REWRITE ASSET-RECORD
                   INVALID KEY
                       DISPLAY "Asset could not be changed."
                   NOT INVALID KEY
                       DISPLAY "Asset " FA-ASSET-TAG " changed."
               END-REWRITE
           END-IF
           CLOSE ASSET-FILE.

       CHECK-ROOM-EXISTS.
           MOVE 'Y' TO WS-ENTRY-OK
           OPEN INPUT ROOMS-FILE
           MOVE WS-ROOM-IN TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   DISPLAY "Room " WS-ROOM-IN " not found."
                   MOVE 'N' TO WS-ENTRY-OK
           END-READ
           CLOSE ROOMS-FILE.

       CHECK-DATE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-DATE-IN > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-IN) NOT = 0
                   DISPLAY "Not a valid date."
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF.

       *> A unit moves to another room, goes into store as a spare,
       *> or is disposed of. Its repair history stays with the tag.
       CHANGE-ASSET-STATUS.
           DISPLAY "Asset tag: "
           ACCEPT WS-TAG-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-IN) TO WS-TAG-IN
           OPEN I-O ASSET-FILE
           IF FA-FILE-ERROR
               DISPLAY "No assets on file."
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAG-IN TO FA-ASSET-TAG
           READ ASSET-FILE KEY IS FA-ASSET-TAG
               INVALID KEY
                   DISPLAY "Asset not found."
                   CLOSE ASSET-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FA-STATUS = 'Disposed'
               DISPLAY "Asset was disposed of on " FA-DISPOSED-DATE "."
               CLOSE ASSET-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY FA-ASSET-TAG " " FUNCTION TRIM(FA-CATEGORY)
                   " - room " FA-ROOM-ID ", " FUNCTION TRIM(FA-STATUS)
           DISPLAY "1. Move to another room  2. Put into store  "
                   "3. Dispose of: "
           ACCEPT WS-STATUS-CH
           EVALUATE WS-STATUS-CH
               WHEN 1
                   DISPLAY "New room: "
                   ACCEPT WS-ROOM-IN
                   PERFORM CHECK-ROOM-EXISTS
                   IF WS-ENTRY-OK = 'Y'
                       MOVE WS-ROOM-IN TO FA-ROOM-ID
                       MOVE 'In service' TO FA-STATUS
                       MOVE WS-CURRENT-DATE-NUM TO FA-INSTALL-DATE
                       REWRITE ASSET-RECORD
                       DISPLAY "Asset moved to room " WS-ROOM-IN "."
                   END-IF
               WHEN 2
                   MOVE SPACES TO FA-ROOM-ID
                   MOVE 'Spare' TO FA-STATUS
                   REWRITE ASSET-RECORD
                   DISPLAY "Asset put into store."
               WHEN 3
                   MOVE 'Disposed' TO FA-STATUS
                   MOVE WS-CURRENT-DATE-NUM TO FA-DISPOSED-DATE
                   REWRITE ASSET-RECORD
                   DISPLAY "Asset disposed of."
               WHEN OTHER
                   DISPLAY "Nothing changed."
           END-EVALUATE
           CLOSE ASSET-FILE.

      *****************************************************************
      * LOADING
      * Assets in the register, with their closed repairs added up.
      * A repair counts as out of warranty when it was closed after
      * the warranty ran out.
      *****************************************************************
       LOAD-ASSETS.
           MOVE 0 TO WS-AS-COUNT
           OPEN INPUT ASSET-FILE
           IF FA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ASSET-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AS-COUNT < 1000
                               PERFORM TAKE-ONE-ASSET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ASSET-FILE.

       TAKE-ONE-ASSET.
           ADD 1 TO WS-AS-COUNT
           MOVE FA-ASSET-TAG TO WS-AS-TAG(WS-AS-COUNT)
           MOVE FA-ROOM-ID TO WS-AS-ROOM(WS-AS-COUNT)
           MOVE FA-CATEGORY TO WS-AS-CATEGORY(WS-AS-COUNT)
           MOVE FA-MAKE TO WS-AS-MAKE(WS-AS-COUNT)
           MOVE FA-COST TO WS-AS-COST(WS-AS-COUNT)
           MOVE FA-WARRANTY-EXPIRY TO WS-AS-WARRANTY(WS-AS-COUNT)
           MOVE FA-INSTALL-DATE TO WS-AS-FITTED(WS-AS-COUNT)
           IF FA-INSTALL-DATE = 0
               MOVE FA-PURCHASE-DATE TO WS-AS-FITTED(WS-AS-COUNT)
           END-IF
           MOVE FA-LIFE-YEARS TO WS-AS-LIFE(WS-AS-COUNT)
           IF FA-LIFE-YEARS = 0
               EVALUATE FA-CATEGORY
                   WHEN 'Air-con'
                       MOVE 10 TO WS-AS-LIFE(WS-AS-COUNT)
                   WHEN 'Safe'
                       MOVE 10 TO WS-AS-LIFE(WS-AS-COUNT)
                   WHEN 'Fridge'
                       MOVE 8 TO WS-AS-LIFE(WS-AS-COUNT)
                   WHEN OTHER
                       MOVE 7 TO WS-AS-LIFE(WS-AS-COUNT)
               END-EVALUATE
           END-IF
           IF FA-STATUS = 'Disposed'
               MOVE 0 TO WS-AS-REPLACE-YR(WS-AS-COUNT)
           ELSE
               COMPUTE WS-AS-REPLACE-YR(WS-AS-COUNT) =
                   WS-AS-FITTED(WS-AS-COUNT) / 10000
                   + WS-AS-LIFE(WS-AS-COUNT)
           END-IF
           MOVE 0 TO WS-AS-REPAIRS(WS-AS-COUNT)
           MOVE 0 TO WS-AS-REPAIR-COST(WS-AS-COUNT)
           MOVE 0 TO WS-AS-OOW-COST(WS-AS-COUNT)
           MOVE 0 TO WS-AS-LAST-REPAIR(WS-AS-COUNT).

       LOAD-REPAIRS.
           OPEN INPUT WORKORDER-FILE
           IF WO-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORKORDER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(WO-STATUS) = 'Closed'
                              AND WO-ASSET-TAG NOT = SPACES
                              AND WO-ASSET-TAG NOT = LOW-VALUES
                               PERFORM ADD-ONE-REPAIR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WORKORDER-FILE.

       ADD-ONE-REPAIR.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               IF WS-AS-TAG(WS-AS-IDX) = WO-ASSET-TAG
                   ADD 1 TO WS-AS-REPAIRS(WS-AS-IDX)
                   ADD WO-PARTS-COST TO WS-AS-REPAIR-COST(WS-AS-IDX)
                   IF WO-CLOSED-DATE > WS-AS-WARRANTY(WS-AS-IDX)
                       ADD WO-PARTS-COST TO WS-AS-OOW-COST(WS-AS-IDX)
                   END-IF
                   IF WO-CLOSED-DATE > WS-AS-LAST-REPAIR(WS-AS-IDX)
                       MOVE WO-CLOSED-DATE
                           TO WS-AS-LAST-REPAIR(WS-AS-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * REPAIR HISTORY REPORT
      * Repairs and parts cost for every asset, then the units whose
      * warranty has run out and whose repairs since have reached
      * the chosen share of what the unit cost new.
      *****************************************************************
       REPAIR-REPORT.
           DISPLAY "Flag out-of-warranty repairs reaching what % of "
                   "the unit's cost (0 = 25): "
           ACCEPT WS-THRESHOLD-PCT
           IF WS-THRESHOLD-PCT = 0
               MOVE 25 TO WS-THRESHOLD-PCT
           END-IF
           PERFORM LOAD-ASSETS
           IF WS-AS-COUNT = 0
               DISPLAY "No assets on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REPAIRS
           MOVE 0 TO WS-TOT-REPAIRS
           MOVE 0 TO WS-TOT-REPAIR-COST
           MOVE 0 TO WS-FLAGGED-COUNT

           OPEN OUTPUT REPAIR-REPORT-FILE
           MOVE SPACES TO RR-LINE
           STRING "IN-ROOM ASSET REPAIRS - RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE ALL "=" TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "TAG         ROOM   CATEGORY      MAKE           "
               " WARRANTY  STATE     REPAIRS  LAST REPAIR"
               "   PARTS COST"
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE ALL "-" TO RR-LINE
           WRITE RR-LINE
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               PERFORM WRITE-REPAIR-LINE
           END-PERFORM
           MOVE ALL "-" TO RR-LINE
           WRITE RR-LINE
           MOVE WS-TOT-REPAIR-COST TO WS-VALUE-DSP
           MOVE SPACES TO RR-LINE
           STRING "ASSETS: " WS-AS-COUNT "   REPAIRS: " WS-TOT-REPAIRS
               "   PARTS COST: " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE

           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "OUT OF WARRANTY WITH REPAIRS AT " WS-THRESHOLD-PCT
               "% OR MORE OF COST"
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "TAG         ROOM   CATEGORY      MAKE           "
               " WARRANTY     UNIT COST  REPAIRS SINCE"
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE ALL "-" TO RR-LINE
           WRITE RR-LINE
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               COMPUTE WS-THRESHOLD-COST =
                   WS-AS-COST(WS-AS-IDX) * WS-THRESHOLD-PCT / 100
               IF WS-AS-WARRANTY(WS-AS-IDX) < WS-CURRENT-DATE-NUM
                  AND WS-AS-OOW-COST(WS-AS-IDX) > 0
                  AND WS-AS-OOW-COST(WS-AS-IDX) >= WS-THRESHOLD-COST
                   PERFORM WRITE-FLAGGED-LINE
               END-IF
           END-PERFORM
           IF WS-FLAGGED-COUNT = 0
               MOVE "NONE" TO RR-LINE
               WRITE RR-LINE
           END-IF
           CLOSE REPAIR-REPORT-FILE
           MOVE 'ASSETREP' TO RCA-REPORT-NAME
           MOVE '../DATA/ASSETREP.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Repairs on record : " WS-TOT-REPAIRS
           DISPLAY "Assets flagged    : " WS-FLAGGED-COUNT
           DISPLAY "Report written to ASSETREP.RPT".

       WRITE-REPAIR-LINE.
           ADD WS-AS-REPAIRS(WS-AS-IDX) TO WS-TOT-REPAIRS
           ADD WS-AS-REPAIR-COST(WS-AS-IDX) TO WS-TOT-REPAIR-COST
           IF WS-AS-WARRANTY(WS-AS-IDX) < WS-CURRENT-DATE-NUM
               MOVE 'EXPIRED' TO WS-WARRANTY-TEXT
           ELSE
               MOVE 'COVERED' TO WS-WARRANTY-TEXT
           END-IF
           MOVE WS-AS-REPAIRS(WS-AS-IDX) TO WS-COUNT-DSP
           MOVE WS-AS-REPAIR-COST(WS-AS-IDX) TO WS-COST-DSP
           MOVE SPACES TO RR-LINE
           STRING WS-AS-TAG(WS-AS-IDX) "  " WS-AS-ROOM(WS-AS-IDX)
               "  " WS-AS-CATEGORY(WS-AS-IDX) "  "
               WS-AS-MAKE(WS-AS-IDX) " " WS-AS-WARRANTY(WS-AS-IDX)
               "  " WS-WARRANTY-TEXT "    " WS-COUNT-DSP "  "
               WS-AS-LAST-REPAIR(WS-AS-IDX) "  " WS-COST-DSP
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE.

       WRITE-FLAGGED-LINE.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE WS-AS-COST(WS-AS-IDX) TO WS-COST-DSP
           MOVE WS-AS-OOW-COST(WS-AS-IDX) TO WS-VALUE-DSP
           MOVE SPACES TO RR-LINE
           STRING WS-AS-TAG(WS-AS-IDX) "  " WS-AS-ROOM(WS-AS-IDX)
               "  " WS-AS-CATEGORY(WS-AS-IDX) "  "
               WS-AS-MAKE(WS-AS-IDX) " " WS-AS-WARRANTY(WS-AS-IDX)
               "  " WS-COST-DSP " " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE.

      *****************************************************************
      * REPLACEMENT PLAN
      * Each unit in service or in store falls due in the year it
      * was fitted plus its expected life (TV 7, air-con 10, fridge
      * 8, safe 10, other 7 years unless set on the asset). Units
      * already past their life are shown in the current year as
      * overdue. Costed at what each unit cost new.
      *****************************************************************
       REPLACEMENT-PLAN.
           PERFORM LOAD-ASSETS
           IF WS-AS-COUNT = 0
               DISPLAY "No assets on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-YEAR TO WS-LAST-YEAR
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               IF WS-AS-REPLACE-YR(WS-AS-IDX) > WS-LAST-YEAR
                   MOVE WS-AS-REPLACE-YR(WS-AS-IDX) TO WS-LAST-YEAR
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 0 TO WS-PLAN-COST

           OPEN OUTPUT PLAN-REPORT-FILE
           MOVE SPACES TO RP-LINE
           STRING "IN-ROOM ASSET REPLACEMENT PLAN - RUN "
               WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "DUE = YEAR FITTED + EXPECTED LIFE; COSTED AT "
               "ORIGINAL COST"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE ALL "=" TO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-PLAN-YEAR FROM WS-CURRENT-YEAR BY 1
                   UNTIL WS-PLAN-YEAR > WS-LAST-YEAR
               PERFORM WRITE-PLAN-YEAR
           END-PERFORM
           MOVE ALL "=" TO RP-LINE
           WRITE RP-LINE
           MOVE WS-PLAN-COST TO WS-VALUE-DSP
           MOVE SPACES TO RP-LINE
           STRING "UNITS TO REPLACE: " WS-PLAN-COUNT
               "   TOTAL: " WS-VALUE-DSP
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           CLOSE PLAN-REPORT-FILE
           MOVE 'ASSETPLAN' TO RCA-REPORT-NAME
           MOVE '../DATA/ASSETPLAN.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Units in the plan: " WS-PLAN-COUNT
           DISPLAY "Report written to ASSETPLAN.RPT".

       WRITE-PLAN-YEAR.
           MOVE 0 TO WS-YEAR-COUNT
           MOVE 0 TO WS-YEAR-COST
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               IF WS-AS-REPLACE-YR(WS-AS-IDX) > 0
                  AND (WS-AS-REPLACE-YR(WS-AS-IDX) = WS-PLAN-YEAR
                       OR (WS-PLAN-YEAR = WS-CURRENT-YEAR
                           AND WS-AS-REPLACE-YR(WS-AS-IDX)
                               < WS-CURRENT-YEAR))
                   IF WS-YEAR-COUNT = 0
                       MOVE SPACES TO RP-LINE
                       WRITE RP-LINE
                       MOVE SPACES TO RP-LINE
                       STRING "YEAR " WS-PLAN-YEAR
                           DELIMITED BY SIZE INTO RP-LINE
                       WRITE RP-LINE
                       MOVE ALL "-" TO RP-LINE
                       WRITE RP-LINE
                   END-IF
                   PERFORM WRITE-PLAN-LINE
               END-IF
           END-PERFORM
           IF WS-YEAR-COUNT > 0
               MOVE WS-YEAR-COST TO WS-VALUE-DSP
               MOVE SPACES TO RP-LINE
               STRING "  YEAR " WS-PLAN-YEAR " UNITS: " WS-YEAR-COUNT
                   "   BUDGET: " WS-VALUE-DSP
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
           END-IF.

       WRITE-PLAN-LINE.
           ADD 1 TO WS-YEAR-COUNT
           ADD WS-AS-COST(WS-AS-IDX) TO WS-YEAR-COST
           ADD 1 TO WS-PLAN-COUNT
           ADD WS-AS-COST(WS-AS-IDX) TO WS-PLAN-COST
           IF WS-AS-REPLACE-YR(WS-AS-IDX) < WS-CURRENT-YEAR
               MOVE 'OVERDUE' TO WS-OVERDUE-TEXT
           ELSE
               MOVE SPACES TO WS-OVERDUE-TEXT
           END-IF
           MOVE WS-AS-COST(WS-AS-IDX) TO WS-COST-DSP
           MOVE SPACES TO RP-LINE
           STRING "  " WS-AS-TAG(WS-AS-IDX) "  "
               WS-AS-ROOM(WS-AS-IDX) "  "
               WS-AS-CATEGORY(WS-AS-IDX) "  "
               WS-AS-MAKE(WS-AS-IDX) "  FITTED "
               WS-AS-FITTED(WS-AS-IDX) "  " WS-COST-DSP "  "
               WS-OVERDUE-TEXT
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE.

       END PROGRAM assetRegister.
