       IDENTIFICATION DIVISION.
       PROGRAM-ID. ratePosition.

      *****************************************************************
      * RATE POSITION REPORT - OUR PRICE AGAINST THE COMPETITOR SET
      * For every active room type and each of the next 60 nights,
      * our selling price (the RATECAL override covering the night,
      * as bookRoom's GET-SEASONAL-RATE finds it, else the type's
      * standing rate) is set beside the competitor prices imported
      * from the rate shop: how many competitors were shopped, their
      * lowest, median and highest price, our rank (1 = cheapest),
      * the gap to the median and a flag where we are the most or
      * the least expensive in the set. Nights the shop did not
      * cover are counted at the foot of each type. Written to
      * RATEPOS.RPT; the flagged nights are also shown on screen.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT POSITION-REPORT-FILE ASSIGN TO
               '../DATA/RATEPOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  RATECAL-FILE.
       COPY "./CopyBooks/RATECAL.cpy".

       FD  POSITION-REPORT-FILE.
       01  RP-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RC-FILE-STATUS       PIC 99.
           88 RC-FILE-OK           VALUE 00.
           88 RC-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.

       *> Room types and standing rates
       01  WS-RT-COUNT             PIC 9(2) VALUE 0.
       01  WS-RT-IDX               PIC 9(2).
       01  WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 10 TIMES.
               10 WS-RT-CODE       PIC X(10).
               10 WS-RT-RATE       PIC 9(9).

       *> Rate calendar, held in key order like the file itself
       01  WS-RC-COUNT             PIC 9(3) VALUE 0.
       01  WS-RC-IDX               PIC 9(3).
       01  WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 500 TIMES.
               10 WS-RC-TYPE       PIC X(10).
               10 WS-RC-START      PIC 9(8).
               10 WS-RC-END        PIC 9(8).
               10 WS-RC-PRICE      PIC 9(9).

       01  WS-DAY-IDX              PIC 9(2).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-NIGHT-DATE           PIC 9(8).
       01  WS-OUR-PRICE            PIC 9(9).
       01  WS-NO-SHOP-COUNT        PIC 9(2).
       01  WS-LINE-COUNT           PIC 9(5) VALUE 0.
       01  WS-HIGH-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOW-COUNT            PIC 9(5) VALUE 0.
       01  WS-GAP-DSP              PIC -(8)9.
       01  WS-FLAG-TEXT            PIC X(15).

       COPY "./CopyBooks/RSAREA.cpy".

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
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-HIGH-COUNT
           MOVE 0 TO WS-LOW-COUNT

           DISPLAY "=========================================="
           DISPLAY "   RATE POSITION - NEXT 60 NIGHTS"
           DISPLAY "=========================================="

           PERFORM LOAD-ROOM-TYPES
           IF WS-RT-COUNT = 0
               DISPLAY "No room types on file."
               GOBACK
           END-IF
           PERFORM LOAD-RATE-CALENDAR

           OPEN OUTPUT POSITION-REPORT-FILE
           MOVE SPACES TO RP-LINE
           STRING "RATE POSITION AGAINST THE COMPETITOR SET - RUN "
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE "RANK 1 = CHEAPEST IN THE SET INCLUDING OURSELVES"
               TO RP-LINE
           WRITE RP-LINE
           MOVE ALL "=" TO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM REPORT-ONE-TYPE
           END-PERFORM
           MOVE SPACES TO RP-LINE
           STRING "NIGHTS SHOPPED: " WS-LINE-COUNT
               "  MOST EXPENSIVE: " WS-HIGH-COUNT
               "  LEAST EXPENSIVE: " WS-LOW-COUNT
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           CLOSE POSITION-REPORT-FILE
           MOVE 'RATEPOS' TO RCA-REPORT-NAME
           MOVE '../DATA/RATEPOS.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Nights with shop data : " WS-LINE-COUNT
           DISPLAY "We are most expensive : " WS-HIGH-COUNT
           DISPLAY "We are least expensive: " WS-LOW-COUNT
           DISPLAY "Report written to RATEPOS.RPT"
           GOBACK.

       LOAD-ROOM-TYPES.
           MOVE ZEROS TO WS-RT-COUNT
           OPEN INPUT ROOM-TYPES-FILE
           IF RT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOM-TYPES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ROOM-TYPE-STATUS = 'Active'
                              AND WS-RT-COUNT < 10
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

       REPORT-ONE-TYPE.
           MOVE 0 TO WS-NO-SHOP-COUNT
           MOVE SPACES TO RP-LINE
           STRING "ROOM TYPE " WS-RT-CODE(WS-RT-IDX)
               "  STANDING RATE " WS-RT-RATE(WS-RT-IDX)
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "DATE       OUR PRICE COMPS       MIN    MEDIAN"
               "       MAX RANK       GAP  POSITION"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE ALL "-" TO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 60
               COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INTEGER + WS-DAY-IDX - 1)
               PERFORM REPORT-ONE-NIGHT
           END-PERFORM
           MOVE SPACES TO RP-LINE
           STRING "NIGHTS WITH NO SHOP DATA: " WS-NO-SHOP-COUNT
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE.

       REPORT-ONE-NIGHT.
           PERFORM FIND-OUR-PRICE
           MOVE WS-RT-CODE(WS-RT-IDX) TO RA-ROOM-TYPE
           MOVE WS-NIGHT-DATE TO RA-DATE
           MOVE WS-OUR-PRICE TO RA-OUR-PRICE
           CALL 'rateShopStats' USING RATE-SHOP-AREA
           IF RA-COMP-COUNT = 0
               ADD 1 TO WS-NO-SHOP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE RA-FLAG
               WHEN 'HIGH'
                   MOVE "MOST EXPENSIVE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-HIGH-COUNT
               WHEN 'LOW'
                   MOVE "LEAST EXPENSIVE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           MOVE RA-GAP TO WS-GAP-DSP
           MOVE SPACES TO RP-LINE
           STRING WS-NIGHT-DATE " " WS-OUR-PRICE "    "
               RA-COMP-COUNT " " RA-MIN-PRICE " " RA-MEDIAN-PRICE " "
               RA-MAX-PRICE "  " RA-RANK " " WS-GAP-DSP "  "
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           IF WS-FLAG-TEXT NOT = SPACES
               DISPLAY WS-RT-CODE(WS-RT-IDX) " " WS-NIGHT-DATE
                       " ours " WS-OUR-PRICE " median "
                       RA-MEDIAN-PRICE " - " WS-FLAG-TEXT
           END-IF.

       *> First covering calendar row wins, as at booking time.
       FIND-OUR-PRICE.
           MOVE WS-RT-RATE(WS-RT-IDX) TO WS-OUR-PRICE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-TYPE(WS-RC-IDX) = WS-RT-CODE(WS-RT-IDX)
                  AND WS-NIGHT-DATE >= WS-RC-START(WS-RC-IDX)
                  AND WS-NIGHT-DATE <= WS-RC-END(WS-RC-IDX)
                   MOVE WS-RC-PRICE(WS-RC-IDX) TO WS-OUR-PRICE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       END PROGRAM ratePosition.
