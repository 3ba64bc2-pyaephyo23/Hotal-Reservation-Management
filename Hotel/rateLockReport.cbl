       IDENTIFICATION DIVISION.
       PROGRAM-ID. rateLockReport.

      *****************************************************************
      * LOCKED-RATE VARIANCE REPORT
      * bookRoom locks the agreed nightly rate and its source onto
      * every booking, and checkOut bills that figure. When manageRates
      * or yieldPricing has moved the rate since, the guest still pays
      * what was agreed - this report lists every in-house and future
      * booking whose locked rate no longer matches today's rate, so
      * the desk honours or corrects each one knowingly.
      * Today's rate is derived the way bookRoom prices a stay: the
      * room's list price, replaced by a rate-calendar entry for the
      * room type covering the night in question (tonight for a guest
      * in house, the arrival night otherwise), replaced in turn by a
      * company contract for a corporate guest, and less the promo
      * percent now on file for a promo booking.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               ALTERNATE RECORD KEY IS ROOM-ID-BK WITH DUPLICATES
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME WITH DUPLICATES
               FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT RATECAL-FILE ASSIGN TO '../DATA/RATECAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT CONTRACTS-FILE ASSIGN TO '../DATA/CONTRACTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT PROMOS-FILE ASSIGN TO '../DATA/PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-FILE-STATUS.
           SELECT RATELOCK-REPORT-FILE ASSIGN TO
               '../DATA/RATELOCK.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  RATECAL-FILE.
       COPY "./CopyBooks/RATECAL.cpy".

       FD  CONTRACTS-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy".

       FD  PROMOS-FILE.
       COPY "./CopyBooks/PROMOS.cpy".

       FD  RATELOCK-REPORT-FILE.
       01  RL-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-RM-FILE-STATUS       PIC 99.
           88 RM-FILE-OK           VALUE 00.
           88 RM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CU-FILE-STATUS       PIC 99.
           88 CU-FILE-OK           VALUE 00.
           88 CU-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RC-FILE-STATUS       PIC 99.
           88 RC-FILE-OK           VALUE 00.
           88 RC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CT-FILE-STATUS       PIC 99.
           88 CT-FILE-OK           VALUE 00.
           88 CT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PROMO-FILE-STATUS    PIC 99.
           88 PROMO-FILE-OK        VALUE 00.
           88 PROMO-FILE-ERROR     VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Bookings with a guest in house right now
       01  WS-INHOUSE-COUNT        PIC 9(3) VALUE 0.
       01  WS-INHOUSE-IDX          PIC 9(3).
       01  WS-INHOUSE-TABLE.
           05 WS-INHOUSE-BOOKING OCCURS 500 TIMES PIC 9(5).
       01  WS-IS-INHOUSE           PIC X.

       *> Today's rate for the booking under review
       01  WS-PRICE-DATE           PIC 9(8).
       01  WS-TODAY-RATE           PIC 9(9).
       01  WS-ROOM-TYPE            PIC X(10).
       01  WS-COMPANY-NAME         PIC X(30).
       01  WS-PROMO-PCT            PIC 9(2).
       01  WS-DIFFERENCE           PIC S9(9).
       01  WS-DIFF-DISPLAY         PIC -(9)9.
       01  WS-STAY-KIND            PIC X(8).

       01  WS-REVIEWED-COUNT       PIC 9(5) VALUE 0.
       01  WS-VARIANCE-COUNT       PIC 9(5) VALUE 0.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 0 TO WS-REVIEWED-COUNT
           MOVE 0 TO WS-VARIANCE-COUNT

           PERFORM LOAD-INHOUSE-BOOKINGS

           OPEN OUTPUT RATELOCK-REPORT-FILE
           MOVE "LOCKED RATE VERSUS TODAY'S RATE" TO RL-LINE
           WRITE RL-LINE
           MOVE SPACES TO RL-LINE
           STRING "RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO RL-LINE
           WRITE RL-LINE
           MOVE SPACES TO RL-LINE
           STRING "BKG   KIND     ROOM  TYPE       ARRIVE   DEPART   "
               "SOURCE    LOCKED     TODAY      DIFF"
               DELIMITED BY SIZE INTO RL-LINE
           WRITE RL-LINE
           MOVE ALL "-" TO RL-LINE
           WRITE RL-LINE

           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM REVIEW-ONE-BOOKING
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BOOKING-FILE

           MOVE ALL "-" TO RL-LINE
           WRITE RL-LINE
           MOVE SPACES TO RL-LINE
           STRING "BOOKINGS REVIEWED: " WS-REVIEWED-COUNT
               "   RATE DIFFERS: " WS-VARIANCE-COUNT
               DELIMITED BY SIZE INTO RL-LINE
           WRITE RL-LINE
           CLOSE RATELOCK-REPORT-FILE
           MOVE 'RATELOCK' TO RCA-REPORT-NAME
           MOVE '../DATA/RATELOCK.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Bookings with a locked rate reviewed: "
                   WS-REVIEWED-COUNT
           DISPLAY "Locked rate differs from today's rate: "
                   WS-VARIANCE-COUNT
           DISPLAY "Report written to RATELOCK.RPT"
           GOBACK.

       *> Every open stay's booking id, so a checked-in booking
       *> (status Completed once checkIn has run) still counts.
       LOAD-INHOUSE-BOOKINGS.
           MOVE 0 TO WS-INHOUSE-COUNT
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-ERROR
               CLOSE CHECKINOUT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'N'
                          AND WS-INHOUSE-COUNT < 500
                           ADD 1 TO WS-INHOUSE-COUNT
                           MOVE BOOKING-ID-IO TO
                               WS-INHOUSE-BOOKING(WS-INHOUSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE.

       REVIEW-ONE-BOOKING.
           IF BOOKED-RATE-BK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF BOOKED-RATE-BK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-IS-INHOUSE
           PERFORM VARYING WS-INHOUSE-IDX FROM 1 BY 1
                   UNTIL WS-INHOUSE-IDX > WS-INHOUSE-COUNT
               IF WS-INHOUSE-BOOKING(WS-INHOUSE-IDX) = BOOKING-ID
                   MOVE 'Y' TO WS-IS-INHOUSE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-IS-INHOUSE = 'Y'
               MOVE 'IN-HOUSE' TO WS-STAY-KIND
               MOVE WS-CURRENT-DATE-NUM TO WS-PRICE-DATE
           ELSE
               IF (BOOKING-STATUS = 'Active'
                   OR BOOKING-STATUS = 'Option')
                  AND CHECKIN-DATE IN BOOKING-RECORD
                      >= WS-CURRENT-DATE-NUM
                   MOVE 'FUTURE' TO WS-STAY-KIND
                   MOVE CHECKIN-DATE IN BOOKING-RECORD
                       TO WS-PRICE-DATE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-REVIEWED-COUNT
           PERFORM DERIVE-TODAY-RATE
           IF WS-TODAY-RATE = BOOKED-RATE-BK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-VARIANCE-COUNT
           COMPUTE WS-DIFFERENCE = BOOKED-RATE-BK - WS-TODAY-RATE
           MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE SPACES TO RL-LINE
           STRING BOOKING-ID " " WS-STAY-KIND " "
               ROOM-ID-BK " " WS-ROOM-TYPE " "
               CHECKIN-DATE IN BOOKING-RECORD " "
               CHECKOUT-DATE IN BOOKING-RECORD " "
               RATE-SOURCE-BK "  " BOOKED-RATE-BK " "
               WS-TODAY-RATE " " WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO RL-LINE
           WRITE RL-LINE
           DISPLAY BOOKING-ID " " WS-STAY-KIND " room " ROOM-ID-BK
                   " locked " BOOKED-RATE-BK " ("
                   FUNCTION TRIM(RATE-SOURCE-BK) ") today "
                   WS-TODAY-RATE.

       DERIVE-TODAY-RATE.
           MOVE 0 TO WS-TODAY-RATE
           MOVE SPACES TO WS-ROOM-TYPE
           OPEN INPUT ROOMS-FILE
           IF RM-FILE-OK
               MOVE ROOM-ID-BK TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   NOT INVALID KEY
                       MOVE PRICE-PER-NIGHT TO WS-TODAY-RATE
                       MOVE ROOM-TYPE TO WS-ROOM-TYPE
               END-READ
           END-IF
           CLOSE ROOMS-FILE

           *> Rate calendar for the room type and night
           OPEN INPUT RATECAL-FILE
           IF RC-FILE-OK
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ RATECAL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF RC-ROOM-TYPE = WS-ROOM-TYPE
                              AND WS-PRICE-DATE >= RC-START-DATE
                              AND WS-PRICE-DATE <= RC-END-DATE
                               MOVE RC-OVERRIDE-PRICE TO WS-TODAY-RATE
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RATECAL-FILE

           *> A corporate guest's company contract is the rate
           MOVE SPACES TO WS-COMPANY-NAME
           OPEN INPUT CUSTOMER-FILE
           IF CU-FILE-OK
               MOVE CUSTOMER-ID-BK TO CUSTOMER-ID
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   NOT INVALID KEY
                       IF FUNCTION TRIM(CUSTOMER-ACCOUNT-TYPE)
                               = 'Corporate'
                           MOVE COMPANY-NAME TO WS-COMPANY-NAME
                       END-IF
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE
           IF WS-COMPANY-NAME NOT = SPACES
               OPEN INPUT CONTRACTS-FILE
               IF CT-FILE-OK
                   MOVE 'N' TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ CONTRACTS-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               IF CT-COMPANY = WS-COMPANY-NAME
                                  AND CT-ROOM-TYPE = WS-ROOM-TYPE
                                  AND WS-PRICE-DATE >= CT-START-DATE
                                  AND WS-PRICE-DATE <= CT-END-DATE
                                   MOVE CT-RATE TO WS-TODAY-RATE
                                   MOVE 'Y' TO WS-SCAN-EOF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CONTRACTS-FILE
           END-IF

           *> A promo booking is compared net of today's promo percent
           IF RATE-SOURCE-BK = 'PROMO'
              AND PROMO-CODE-BK NOT = SPACES
               MOVE 0 TO WS-PROMO-PCT
               OPEN INPUT PROMOS-FILE
               IF PROMO-FILE-OK
                   MOVE PROMO-CODE-BK TO PROMO-CODE
                   READ PROMOS-FILE KEY IS PROMO-CODE
                       NOT INVALID KEY
                           MOVE PROMO-DISCOUNT-PCT TO WS-PROMO-PCT
                   END-READ
               END-IF
               CLOSE PROMOS-FILE
               IF WS-PROMO-PCT > 0
                   COMPUTE WS-TODAY-RATE = WS-TODAY-RATE -
                       (WS-TODAY-RATE * WS-PROMO-PCT / 100)
               END-IF
           END-IF.

       END PROGRAM rateLockReport.
