       IDENTIFICATION DIVISION.
       PROGRAM-ID. inventoryHistory.

      *****************************************************************
      * ROOM INVENTORY HISTORY REPORT
      * Room count by type at the end of each month (today, for the
      * month in progress), rebuilt by roomInventory from ROOMHIST.DAT
      * so rooms added, retired or retyped show in the month they
      * changed. Below the grid every recorded change in the period
      * is listed. Up to 24 months from a chosen first month, default
      * the twelve months to date. Written to INVHIST.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOMHIST-FILE ASSIGN TO '../DATA/ROOMHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-FILE-STATUS.
           SELECT HISTORY-REPORT-FILE ASSIGN TO
               '../DATA/INVHIST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOMHIST-FILE.
       COPY "./CopyBooks/ROOMHIST.cpy".

       FD  HISTORY-REPORT-FILE.
       01  IH-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RH-FILE-STATUS       PIC 99.
           88 RH-FILE-OK           VALUE 00.
           88 RH-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-EOF                  PIC X VALUE 'N'.

       COPY "./CopyBooks/ROOMINV.cpy".

       01  WS-FIRST-MONTH          PIC 9(6).
       01  WS-MONTHS-WANTED        PIC 9(2).
       01  WS-YEAR                 PIC 9(4).
       01  WS-MONTH                PIC 9(2).
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-NEXT-FIRST           PIC 9(8).
       01  WS-MONTH-END            PIC 9(8).
       01  WS-PERIOD-FIRST         PIC 9(8).
       01  WS-PERIOD-LAST          PIC 9(8).

       *> One row per month, one column per room type met
       01  WS-COL-COUNT            PIC 9(2) VALUE 0.
       01  WS-COL-IDX              PIC 9(2).
       01  WS-COL-TABLE.
           05 WS-COL-TYPE OCCURS 10 TIMES PIC X(10).
       01  WS-ROW-COUNT            PIC 9(2) VALUE 0.
       01  WS-ROW-IDX              PIC 9(2).
       01  WS-GRID.
           05 WS-ROW OCCURS 24 TIMES.
               10 WS-ROW-MONTH     PIC 9(6).
               10 WS-ROW-AS-AT     PIC 9(8).
               10 WS-ROW-TOTAL     PIC 9(5).
               10 WS-CELL OCCURS 10 TIMES PIC 9(5).
       01  WS-RI-IDX               PIC 9(2).
       01  WS-LINE-POS             PIC 9(3).
       01  WS-CELL-DSP             PIC ZZZZ9.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.

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
           MOVE 0 TO WS-COL-COUNT
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-CHANGE-COUNT

           DISPLAY "=========================================="
           DISPLAY "   ROOM INVENTORY HISTORY"
           DISPLAY "=========================================="
           DISPLAY "First month (YYYYMM, 0 = twelve months back): "
           ACCEPT WS-FIRST-MONTH
           DISPLAY "Number of months (1-24, 0 = 12): "
           ACCEPT WS-MONTHS-WANTED
           IF WS-MONTHS-WANTED = 0 OR WS-MONTHS-WANTED > 24
               MOVE 12 TO WS-MONTHS-WANTED
           END-IF
           IF WS-FIRST-MONTH = 0
               MOVE WS-CURRENT-YEAR TO WS-YEAR
               MOVE WS-CURRENT-MONTH TO WS-MONTH
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX >= WS-MONTHS-WANTED
                   IF WS-MONTH = 1
                       MOVE 12 TO WS-MONTH
                       SUBTRACT 1 FROM WS-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-MONTH
                   END-IF
               END-PERFORM
           ELSE
               DIVIDE WS-FIRST-MONTH BY 100 GIVING WS-YEAR
                   REMAINDER WS-MONTH
               IF WS-MONTH < 1 OR WS-MONTH > 12
                   DISPLAY "Invalid month."
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-PERIOD-FIRST = WS-YEAR * 10000 + WS-MONTH * 100
               + 1
           IF WS-PERIOD-FIRST > WS-CURRENT-DATE-NUM
               DISPLAY "The first month has not started yet."
               GOBACK
           END-IF

           PERFORM UNTIL WS-ROW-COUNT >= WS-MONTHS-WANTED
               COMPUTE WS-MONTH-FIRST = WS-YEAR * 10000
                   + WS-MONTH * 100 + 1
               IF WS-MONTH-FIRST > WS-CURRENT-DATE-NUM
                   EXIT PERFORM
               END-IF
               PERFORM GATHER-ONE-MONTH
               IF WS-MONTH = 12
                   MOVE 1 TO WS-MONTH
                   ADD 1 TO WS-YEAR
               ELSE
                   ADD 1 TO WS-MONTH
               END-IF
           END-PERFORM
           MOVE WS-ROW-AS-AT(WS-ROW-COUNT) TO WS-PERIOD-LAST

           OPEN OUTPUT HISTORY-REPORT-FILE
           MOVE SPACES TO IH-LINE
           STRING "ROOM INVENTORY BY TYPE - MONTH END - RUN "
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE INTO IH-LINE
           PERFORM PUT-LINE
           MOVE ALL "=" TO IH-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-GRID-HEADING
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM WRITE-GRID-ROW
           END-PERFORM
           MOVE SPACES TO IH-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-CHANGES
           CLOSE HISTORY-REPORT-FILE
           MOVE 'INVHIST' TO RCA-REPORT-NAME
           MOVE '../DATA/INVHIST.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Report written to INVHIST.RPT"
           GOBACK.

      *****************************************************************
      * ONE MONTH - the rooms on hand on its last day, or today
      *****************************************************************
       GATHER-ONE-MONTH.
           IF WS-MONTH = 12
               COMPUTE WS-NEXT-FIRST = (WS-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 100
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1)
           IF WS-MONTH-END > WS-CURRENT-DATE-NUM
               MOVE WS-CURRENT-DATE-NUM TO WS-MONTH-END
           END-IF

           ADD 1 TO WS-ROW-COUNT
           MOVE WS-MONTH-FIRST(1:6) TO WS-ROW-MONTH(WS-ROW-COUNT)
           MOVE WS-MONTH-END TO WS-ROW-AS-AT(WS-ROW-COUNT)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 10
               MOVE 0 TO WS-CELL(WS-ROW-COUNT, WS-COL-IDX)
           END-PERFORM

           MOVE 'C' TO RI-FUNCTION
           MOVE WS-MONTH-END TO RI-AS-OF-DATE
           CALL 'roomInventory' USING ROOM-INVENTORY-AREA
           MOVE RI-TOTAL-ROOMS TO WS-ROW-TOTAL(WS-ROW-COUNT)
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > RI-TYPE-COUNT
               PERFORM FIND-COLUMN
               IF WS-COL-IDX > 0
                   MOVE RI-TYPE-ROOMS(WS-RI-IDX)
                       TO WS-CELL(WS-ROW-COUNT, WS-COL-IDX)
               END-IF
           END-PERFORM.

       *> Column for RI-TYPE-CODE(WS-RI-IDX); 0 once ten are in use
       FIND-COLUMN.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-COUNT
               IF WS-COL-TYPE(WS-COL-IDX) = RI-TYPE-CODE(WS-RI-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-COL-COUNT >= 10
               MOVE 0 TO WS-COL-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COL-COUNT
           MOVE WS-COL-COUNT TO WS-COL-IDX
           MOVE RI-TYPE-CODE(WS-RI-IDX) TO WS-COL-TYPE(WS-COL-IDX).

       WRITE-GRID-HEADING.
           MOVE SPACES TO IH-LINE
           MOVE "MONTH   AS AT" TO IH-LINE
           MOVE 20 TO WS-LINE-POS
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-COUNT
               MOVE WS-COL-TYPE(WS-COL-IDX)
                   TO IH-LINE(WS-LINE-POS:10)
               ADD 11 TO WS-LINE-POS
           END-PERFORM
           MOVE "TOTAL" TO IH-LINE(WS-LINE-POS:5)
           PERFORM PUT-LINE
           MOVE ALL "-" TO IH-LINE
           PERFORM PUT-LINE.

       WRITE-GRID-ROW.
           MOVE SPACES TO IH-LINE
           MOVE WS-ROW-MONTH(WS-ROW-IDX) TO IH-LINE(1:6)
           MOVE WS-ROW-AS-AT(WS-ROW-IDX) TO IH-LINE(9:8)
           MOVE 20 TO WS-LINE-POS
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-COUNT
               MOVE WS-CELL(WS-ROW-IDX, WS-COL-IDX) TO WS-CELL-DSP
               MOVE WS-CELL-DSP TO IH-LINE(WS-LINE-POS:5)
               ADD 11 TO WS-LINE-POS
           END-PERFORM
           MOVE WS-ROW-TOTAL(WS-ROW-IDX) TO WS-CELL-DSP
           MOVE WS-CELL-DSP TO IH-LINE(WS-LINE-POS:5)
           PERFORM PUT-LINE.

      *****************************************************************
      * CHANGES RECORDED WITH AN EFFECTIVE DATE IN THE PERIOD
      *****************************************************************
       WRITE-CHANGES.
           MOVE "INVENTORY CHANGES IN THE PERIOD" TO IH-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO IH-LINE
           STRING "EFFECTIVE ROOM  EVENT    FROM TYPE  TO TYPE    "
               "OTHER BLDG FROM  BLDG TO    BY    REASON"
               DELIMITED BY SIZE INTO IH-LINE
           PERFORM PUT-LINE
           MOVE ALL "-" TO IH-LINE
           PERFORM PUT-LINE
           OPEN INPUT ROOMHIST-FILE
           IF RH-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOMHIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RH-EFFECTIVE-DATE >= WS-PERIOD-FIRST
                              AND RH-EFFECTIVE-DATE <= WS-PERIOD-LAST
                               PERFORM WRITE-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMHIST-FILE
           MOVE SPACES TO IH-LINE
           STRING "CHANGES: " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO IH-LINE
           PERFORM PUT-LINE.

       WRITE-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO IH-LINE
           STRING RH-EFFECTIVE-DATE " " RH-ROOM-ID " " RH-EVENT " "
               RH-OLD-TYPE " " RH-NEW-TYPE " " RH-OTHER-ROOM-ID " "
               RH-OLD-BUILDING " " RH-NEW-BUILDING " "
               RH-RECORDED-BY " " RH-REASON
               DELIMITED BY SIZE INTO IH-LINE
           PERFORM PUT-LINE.

       PUT-LINE.
           WRITE IH-LINE
           DISPLAY FUNCTION TRIM(IH-LINE TRAILING).

       END PROGRAM inventoryHistory.
