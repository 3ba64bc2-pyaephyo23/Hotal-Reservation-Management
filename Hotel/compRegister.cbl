       IDENTIFICATION DIVISION.
       PROGRAM-ID. compRegister.

      *****************************************************************
      * COMPLIMENTARY / HOUSE-USE REGISTER
      * Every Comp or House-Use booking carries the Manager who
      * authorized it and why. For one calendar month this lists each
      * such stay with the room nights it held in the month and the
      * room revenue given away (the rate locked on the booking, or
      * the room's standing price when none was locked), then totals
      * nights and foregone revenue by authorizer. Cancelled, no-show
      * and lapsed bookings held no room and are left out.
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
           SELECT COMP-REPORT-FILE ASSIGN TO
               '../DATA/COMPREG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  COMP-REPORT-FILE.
       01  CR-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).

       *> The month reported, as its first day and the first day of
       *> the month after - a night belongs to the month it starts in.
       01  WS-REPORT-MONTH         PIC 9(6).
       01  WS-MONTH-START          PIC 9(8).
       01  WS-MONTH-END            PIC 9(8).
       01  WS-NEXT-YEAR            PIC 9(4).
       01  WS-NEXT-MONTH           PIC 9(2).
       01  WS-SPAN-FROM            PIC 9(8).
       01  WS-SPAN-TO              PIC 9(8).
       01  WS-NIGHTS               PIC 9(5).
       01  WS-RATE                 PIC 9(9).
       01  WS-FOREGONE             PIC 9(11).

       *> One row per authorizing Manager, in the order first seen
       01  WS-AUTH-COUNT           PIC 9(3) VALUE 0.
       01  WS-AUTH-IDX             PIC 9(3).
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
               10 WS-AUTH-OPERATOR PIC X(5).
               10 WS-AUTH-STAYS    PIC 9(5).
               10 WS-AUTH-NIGHTS   PIC 9(7).
               10 WS-AUTH-AMOUNT   PIC 9(11).
       01  WS-AUTH-FOUND           PIC X.

       01  WS-STAY-COUNT           PIC 9(5) VALUE 0.
       01  WS-COMP-NIGHTS          PIC 9(7) VALUE 0.
       01  WS-HOUSE-NIGHTS         PIC 9(7) VALUE 0.
       01  WS-FOREGONE-TOTAL       PIC 9(11) VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC Z(10)9.
       01  WS-TOTAL-DISPLAY        PIC Z(10)9.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   COMPLIMENTARY / HOUSE-USE REGISTER"
           DISPLAY "=========================================="
           DISPLAY "Month to report (YYYYMM, 0 for this month): "
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = 0
               MOVE WS-CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH(5:2) < '01'
              OR WS-REPORT-MONTH(5:2) > '12'
               DISPLAY "Invalid month."
               GOBACK
           END-IF

           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           MOVE WS-REPORT-MONTH(1:4) TO WS-NEXT-YEAR
           MOVE WS-REPORT-MONTH(5:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-MONTH-END =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1

           MOVE 0 TO WS-AUTH-COUNT
           MOVE 0 TO WS-STAY-COUNT
           MOVE 0 TO WS-COMP-NIGHTS
           MOVE 0 TO WS-HOUSE-NIGHTS
           MOVE 0 TO WS-FOREGONE-TOTAL

           OPEN OUTPUT COMP-REPORT-FILE
           MOVE "COMPLIMENTARY / HOUSE-USE REGISTER" TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "MONTH " WS-REPORT-MONTH
               "   RUN " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "BKG   TYPE       ROOM  ARRIVE   DEPART   NTS  "
               "AUTH       FOREGONE  REASON"
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE

           OPEN INPUT BOOKING-FILE
           OPEN INPUT ROOMS-FILE
           IF BK-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (BOOKING-TYPE = 'Comp'
                               OR BOOKING-TYPE = 'House-Use')
                              AND (BOOKING-STATUS = 'Active'
                               OR BOOKING-STATUS = 'Option'
                               OR BOOKING-STATUS = 'Completed')
                               PERFORM LIST-ONE-COMP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMS-FILE
           CLOSE BOOKING-FILE

           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE "BY AUTHORIZER" TO CR-LINE
           WRITE CR-LINE
           MOVE "OPER   STAYS    NIGHTS      FOREGONE" TO CR-LINE
           WRITE CR-LINE
           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               MOVE WS-AUTH-AMOUNT(WS-AUTH-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO CR-LINE
               STRING WS-AUTH-OPERATOR(WS-AUTH-IDX) "  "
                   WS-AUTH-STAYS(WS-AUTH-IDX) "  "
                   WS-AUTH-NIGHTS(WS-AUTH-IDX) "  "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO CR-LINE
               WRITE CR-LINE
           END-PERFORM
           MOVE ALL "-" TO CR-LINE
           WRITE CR-LINE
           MOVE WS-FOREGONE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "STAYS: " WS-STAY-COUNT
               "   COMP NIGHTS: " WS-COMP-NIGHTS
               "   HOUSE-USE NIGHTS: " WS-HOUSE-NIGHTS
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "ROOM REVENUE FOREGONE: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           CLOSE COMP-REPORT-FILE
           MOVE 'COMPREG' TO RCA-REPORT-NAME
           MOVE '../DATA/COMPREG.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Comp / house-use stays in " WS-REPORT-MONTH
                   ": " WS-STAY-COUNT
           DISPLAY "Comp nights: " WS-COMP-NIGHTS
                   "  House-use nights: " WS-HOUSE-NIGHTS
           DISPLAY "Room revenue foregone: " WS-TOTAL-DISPLAY
           DISPLAY "Report written to COMPREG.RPT"
           GOBACK.

       *> Nights of the stay that fall inside the month, priced at
       *> what the room would otherwise have sold for.
       LIST-ONE-COMP.
           MOVE CHECKIN-DATE TO WS-SPAN-FROM
           IF WS-SPAN-FROM < WS-MONTH-START
               MOVE WS-MONTH-START TO WS-SPAN-FROM
           END-IF
           MOVE CHECKOUT-DATE IN BOOKING-RECORD TO WS-SPAN-TO
           IF WS-SPAN-TO > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-SPAN-TO
           END-IF
           IF WS-SPAN-TO <= WS-SPAN-FROM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NIGHTS =
               FUNCTION INTEGER-OF-DATE(WS-SPAN-TO) -
               FUNCTION INTEGER-OF-DATE(WS-SPAN-FROM)

           MOVE 0 TO WS-RATE
           IF BOOKED-RATE-BK IS NUMERIC AND BOOKED-RATE-BK > 0
               MOVE BOOKED-RATE-BK TO WS-RATE
           ELSE
               MOVE ROOM-ID-BK TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   NOT INVALID KEY
                       MOVE PRICE-PER-NIGHT TO WS-RATE
               END-READ
           END-IF
           COMPUTE WS-FOREGONE = WS-RATE * WS-NIGHTS

           ADD 1 TO WS-STAY-COUNT
           IF BOOKING-TYPE = 'Comp'
               ADD WS-NIGHTS TO WS-COMP-NIGHTS
           ELSE
               ADD WS-NIGHTS TO WS-HOUSE-NIGHTS
           END-IF
           ADD WS-FOREGONE TO WS-FOREGONE-TOTAL

           MOVE WS-FOREGONE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING BOOKING-ID " " BOOKING-TYPE " " ROOM-ID-BK " "
               CHECKIN-DATE " " CHECKOUT-DATE IN BOOKING-RECORD " "
               WS-NIGHTS " " COMP-AUTH-BY-BK " " WS-AMOUNT-DISPLAY
               "  " COMP-REASON-BK
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE

           MOVE 'N' TO WS-AUTH-FOUND
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-OPERATOR(WS-AUTH-IDX) = COMP-AUTH-BY-BK
                   MOVE 'Y' TO WS-AUTH-FOUND
                   ADD 1 TO WS-AUTH-STAYS(WS-AUTH-IDX)
                   ADD WS-NIGHTS TO WS-AUTH-NIGHTS(WS-AUTH-IDX)
                   ADD WS-FOREGONE TO WS-AUTH-AMOUNT(WS-AUTH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AUTH-FOUND = 'N' AND WS-AUTH-COUNT < 100
               ADD 1 TO WS-AUTH-COUNT
               MOVE COMP-AUTH-BY-BK TO WS-AUTH-OPERATOR(WS-AUTH-COUNT)
               MOVE 1 TO WS-AUTH-STAYS(WS-AUTH-COUNT)
               MOVE WS-NIGHTS TO WS-AUTH-NIGHTS(WS-AUTH-COUNT)
               MOVE WS-FOREGONE TO WS-AUTH-AMOUNT(WS-AUTH-COUNT)
           END-IF.

       END PROGRAM compRegister.
