       IDENTIFICATION DIVISION.
       PROGRAM-ID. waiverReport.

      *****************************************************************
      * FEE WAIVER LOG
      * checkIn and checkOut charge part of a night for an early
      * check-in or a late check-out under the house policy, and any
      * fee given away is written to WAIVERS.DAT with the operator who
      * waived it and why. This report lists every waiver and then
      * totals them by day and operator - who gave away how much,
      * each day.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-FILE ASSIGN TO '../DATA/WAIVERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-ID
               FILE STATUS IS WS-WV-FILE-STATUS.
           SELECT WAIVER-REPORT-FILE ASSIGN TO
               '../DATA/WAIVERS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-FILE.
       COPY "./CopyBooks/WAIVERS.cpy".

       FD  WAIVER-REPORT-FILE.
       01  WV-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WV-FILE-STATUS       PIC 99.
           88 WV-FILE-OK           VALUE 00.
           88 WV-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> One row per day and operator, in the order first seen -
       *> waiver ids run in time order, so the days come out in order
       01  WS-DAY-COUNT            PIC 9(3) VALUE 0.
       01  WS-DAY-IDX              PIC 9(3).
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 500 TIMES.
               10 WS-DAY-DATE      PIC 9(8).
               10 WS-DAY-OPERATOR  PIC X(5).
               10 WS-DAY-WAIVERS   PIC 9(5).
               10 WS-DAY-AMOUNT    PIC 9(11).
       01  WS-DAY-FOUND            PIC X.

       01  WS-WAIVER-COUNT         PIC 9(5) VALUE 0.
       01  WS-WAIVER-TOTAL         PIC 9(11) VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC Z(8)9.
       01  WS-TOTAL-DISPLAY        PIC Z(10)9.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 0 TO WS-DAY-COUNT
           MOVE 0 TO WS-WAIVER-COUNT
           MOVE 0 TO WS-WAIVER-TOTAL

           OPEN OUTPUT WAIVER-REPORT-FILE
           MOVE "EARLY CHECK-IN / LATE CHECK-OUT FEE WAIVERS" TO WV-LINE
           WRITE WV-LINE
           MOVE SPACES TO WV-LINE
           STRING "RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO WV-LINE
           WRITE WV-LINE
           MOVE SPACES TO WV-LINE
           STRING "DATE     TIME   KIND       STAY  ROOM  OPER     "
               "AMOUNT  REASON"
               DELIMITED BY SIZE INTO WV-LINE
           WRITE WV-LINE
           MOVE ALL "-" TO WV-LINE
           WRITE WV-LINE

           OPEN INPUT WAIVER-FILE
           IF WV-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WAIVER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM LIST-ONE-WAIVER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WAIVER-FILE

           MOVE ALL "-" TO WV-LINE
           WRITE WV-LINE
           MOVE SPACES TO WV-LINE
           WRITE WV-LINE
           MOVE "WAIVED BY DAY AND OPERATOR" TO WV-LINE
           WRITE WV-LINE
           MOVE "DATE      OPER   WAIVERS       AMOUNT" TO WV-LINE
           WRITE WV-LINE
           MOVE ALL "-" TO WV-LINE
           WRITE WV-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               MOVE WS-DAY-AMOUNT(WS-DAY-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO WV-LINE
               STRING WS-DAY-DATE(WS-DAY-IDX) "  "
                   WS-DAY-OPERATOR(WS-DAY-IDX) "  "
                   WS-DAY-WAIVERS(WS-DAY-IDX) "  "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WV-LINE
               WRITE WV-LINE
           END-PERFORM
           MOVE ALL "-" TO WV-LINE
           WRITE WV-LINE
           MOVE WS-WAIVER-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WV-LINE
           STRING "WAIVERS: " WS-WAIVER-COUNT
               "   TOTAL WAIVED: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WV-LINE
           WRITE WV-LINE
           CLOSE WAIVER-REPORT-FILE
           MOVE 'WAIVERS' TO RCA-REPORT-NAME
           MOVE '../DATA/WAIVERS.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Fee waivers on file: " WS-WAIVER-COUNT
           DISPLAY "Total waived: " WS-TOTAL-DISPLAY
           DISPLAY "Report written to WAIVERS.RPT"
           GOBACK.

       LIST-ONE-WAIVER.
           ADD 1 TO WS-WAIVER-COUNT
           ADD WAIVER-AMOUNT TO WS-WAIVER-TOTAL
           MOVE WAIVER-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WV-LINE
           STRING WAIVER-DATE " " WAIVER-TIME(1:4) "   "
               WAIVER-KIND " " WAIVER-CHECKIN-ID " "
               WAIVER-ROOM-ID " " WAIVER-OPERATOR " "
               WS-AMOUNT-DISPLAY "  " WAIVER-REASON
               DELIMITED BY SIZE INTO WV-LINE
           WRITE WV-LINE

           MOVE 'N' TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-IDX) = WAIVER-DATE
                  AND WS-DAY-OPERATOR(WS-DAY-IDX) = WAIVER-OPERATOR
                   MOVE 'Y' TO WS-DAY-FOUND
                   ADD 1 TO WS-DAY-WAIVERS(WS-DAY-IDX)
                   ADD WAIVER-AMOUNT TO WS-DAY-AMOUNT(WS-DAY-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND = 'N' AND WS-DAY-COUNT < 500
               ADD 1 TO WS-DAY-COUNT
               MOVE WAIVER-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
               MOVE WAIVER-OPERATOR TO WS-DAY-OPERATOR(WS-DAY-COUNT)
               MOVE 1 TO WS-DAY-WAIVERS(WS-DAY-COUNT)
               MOVE WAIVER-AMOUNT TO WS-DAY-AMOUNT(WS-DAY-COUNT)
           END-IF.

       END PROGRAM waiverReport.
