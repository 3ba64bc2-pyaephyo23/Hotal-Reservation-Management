       IDENTIFICATION DIVISION.
       PROGRAM-ID. losOfferReport.

      *****************************************************************
      * LENGTH-OF-STAY OFFER TAKE-UP REPORT
      * One line per offer from LOSUSE.DAT: bookings that earned it,
      * stays that were billed with it, stays that left early and
      * had it withdrawn, bookings cancelled before arrival, and
      * those still to come. The money columns are the benefit
      * quoted to guests still to arrive and the room revenue given
      * away on the stays already billed. Optionally limited to one
      * month of arrivals.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSUSE-FILE ASSIGN TO '../DATA/LOSUSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LU-BOOKING-ID
               FILE STATUS IS WS-LU-FILE-STATUS.
           SELECT LOSOFFER-FILE ASSIGN TO '../DATA/LOSOFFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODE
               FILE STATUS IS WS-LO-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT LOSTAKE-REPORT-FILE ASSIGN TO
               '../DATA/LOSTAKEUP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOSUSE-FILE.
       COPY "./CopyBooks/LOSUSE.cpy".

       FD  LOSOFFER-FILE.
       COPY "./CopyBooks/LOSOFFER.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  LOSTAKE-REPORT-FILE.
       01  LT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LU-FILE-STATUS       PIC 99.
           88 LU-FILE-OK           VALUE 00.
           88 LU-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-LO-FILE-STATUS       PIC 99.
           88 LO-FILE-OK           VALUE 00.
           88 LO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MONTH                PIC 9(6) VALUE 0.
       01  WS-BOOKING-STATUS       PIC X(10).

       *> One row per offer code met on the take-up file
       01  WS-OF-COUNT             PIC 9(3) VALUE 0.
       01  WS-OF-IDX               PIC 9(3).
       01  WS-OF-TABLE.
           05 WS-OF-ENTRY OCCURS 100 TIMES.
               10 WS-OF-CODE       PIC X(10).
               10 WS-OF-BOOKED     PIC 9(5).
               10 WS-OF-GIVEN      PIC 9(5).
               10 WS-OF-WITHDRAWN  PIC 9(5).
               10 WS-OF-CANCELLED  PIC 9(5).
               10 WS-OF-PENDING    PIC 9(5).
               10 WS-OF-QUOTED     PIC 9(9).
               10 WS-OF-GIVEN-AMT  PIC 9(9).
               10 WS-OF-NIGHTS     PIC 9(7).

       01  WS-TOT-BOOKED           PIC 9(5) VALUE 0.
       01  WS-TOT-GIVEN            PIC 9(5) VALUE 0.
       01  WS-TOT-WITHDRAWN        PIC 9(5) VALUE 0.
       01  WS-TOT-CANCELLED        PIC 9(5) VALUE 0.
       01  WS-TOT-PENDING          PIC 9(5) VALUE 0.
       01  WS-TOT-QUOTED           PIC 9(9) VALUE 0.
       01  WS-TOT-GIVEN-AMT        PIC 9(9) VALUE 0.
       01  WS-TAKE-PCT             PIC 9(3).
       01  WS-AMOUNT-DSP           PIC Z(8)9.
       01  WS-QUOTED-DSP           PIC Z(8)9.
       01  WS-DESC                 PIC X(20).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           DISPLAY "Month of arrival (YYYYMM, 0 = all): "
           ACCEPT WS-MONTH
           MOVE 0 TO WS-OF-COUNT

           OPEN INPUT LOSUSE-FILE
           IF LU-FILE-ERROR
               DISPLAY "No length-of-stay offers have been taken up."
               CLOSE LOSUSE-FILE
               GOBACK
           END-IF
           OPEN INPUT BOOKING-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOSUSE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MONTH = 0
                          OR LU-CHECKIN-DATE(1:6) = WS-MONTH
                           PERFORM TALLY-ONE-TAKEUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
           CLOSE LOSUSE-FILE

           PERFORM WRITE-TAKEUP-REPORT
           DISPLAY "Offers reported: " WS-OF-COUNT
           DISPLAY "Stays billed with an offer: " WS-TOT-GIVEN
                   "   withdrawn: " WS-TOT-WITHDRAWN
           DISPLAY "Room revenue given away: " WS-TOT-GIVEN-AMT
           DISPLAY "Report written to LOSTAKEUP.RPT"
           GOBACK.

       *> A row still 'Booked' is either to come or was cancelled -
       *> the booking's own status tells which.
       TALLY-ONE-TAKEUP.
           PERFORM FIND-OFFER-ROW
           IF WS-OF-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OF-BOOKED(WS-OF-IDX)
           EVALUATE LU-STATUS
               WHEN 'Given'
                   ADD 1 TO WS-OF-GIVEN(WS-OF-IDX)
                   ADD LU-BENEFIT-GIVEN TO WS-OF-GIVEN-AMT(WS-OF-IDX)
                   ADD LU-NIGHTS-STAYED TO WS-OF-NIGHTS(WS-OF-IDX)
               WHEN 'Withdrawn'
                   ADD 1 TO WS-OF-WITHDRAWN(WS-OF-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-BOOKING-STATUS
                   IF BK-FILE-OK
                       MOVE LU-BOOKING-ID TO BOOKING-ID
                       READ BOOKING-FILE KEY IS BOOKING-ID
                           NOT INVALID KEY
                               MOVE BOOKING-STATUS TO WS-BOOKING-STATUS
                       END-READ
                   END-IF
                   IF WS-BOOKING-STATUS = 'Active'
                      OR WS-BOOKING-STATUS = 'Option'
                      OR WS-BOOKING-STATUS = 'Completed'
                       ADD 1 TO WS-OF-PENDING(WS-OF-IDX)
                       ADD LU-BENEFIT-QUOTED TO WS-OF-QUOTED(WS-OF-IDX)
                   ELSE
                       ADD 1 TO WS-OF-CANCELLED(WS-OF-IDX)
                   END-IF
           END-EVALUATE.

       FIND-OFFER-ROW.
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
                   UNTIL WS-OF-IDX > WS-OF-COUNT
               IF WS-OF-CODE(WS-OF-IDX) = LU-OFFER-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OF-COUNT >= 100
               MOVE 0 TO WS-OF-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OF-COUNT
           MOVE WS-OF-COUNT TO WS-OF-IDX
           INITIALIZE WS-OF-ENTRY(WS-OF-IDX)
           MOVE LU-OFFER-CODE TO WS-OF-CODE(WS-OF-IDX).

       WRITE-TAKEUP-REPORT.
           OPEN OUTPUT LOSTAKE-REPORT-FILE
           MOVE SPACES TO LT-LINE
           IF WS-MONTH = 0
               MOVE "LENGTH-OF-STAY OFFER TAKE-UP - ALL ARRIVALS"
                   TO LT-LINE
           ELSE
               STRING "LENGTH-OF-STAY OFFER TAKE-UP - ARRIVALS IN "
                   WS-MONTH DELIMITED BY SIZE INTO LT-LINE
           END-IF
           WRITE LT-LINE
           MOVE ALL "-" TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           STRING "OFFER      DESCRIPTION          "
               "BOOKED BILLED WDRAWN "
               "CANCLD TO-COME TAKE%   QUOTED  GIVEN AWAY"
               DELIMITED BY SIZE INTO LT-LINE
           WRITE LT-LINE
           OPEN INPUT LOSOFFER-FILE
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
                   UNTIL WS-OF-IDX > WS-OF-COUNT
               PERFORM WRITE-OFFER-LINE
           END-PERFORM
           CLOSE LOSOFFER-FILE
           MOVE ALL "-" TO LT-LINE
           WRITE LT-LINE
           MOVE WS-TOT-QUOTED TO WS-QUOTED-DSP
           MOVE WS-TOT-GIVEN-AMT TO WS-AMOUNT-DSP
           MOVE SPACES TO LT-LINE
           STRING "TOTAL                           " WS-TOT-BOOKED
               "  " WS-TOT-GIVEN "  " WS-TOT-WITHDRAWN
               "  " WS-TOT-CANCELLED "   " WS-TOT-PENDING
               "       " WS-QUOTED-DSP "  " WS-AMOUNT-DSP
               DELIMITED BY SIZE INTO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           STRING "TAKE% = STAYS BILLED WITH THE OFFER OVER "
               "STAYS THAT REACHED CHECKOUT"
               DELIMITED BY SIZE INTO LT-LINE
           WRITE LT-LINE
           CLOSE LOSTAKE-REPORT-FILE
           MOVE 'LOSTAKEUP' TO RCA-REPORT-NAME
           MOVE '../DATA/LOSTAKEUP.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       *> Take-up is judged on stays that have finished: billed with
       *> the offer against billed plus withdrawn.
       WRITE-OFFER-LINE.
           MOVE SPACES TO WS-DESC
           IF LO-FILE-OK
               MOVE WS-OF-CODE(WS-OF-IDX) TO LO-CODE
               READ LOSOFFER-FILE KEY IS LO-CODE
                   NOT INVALID KEY
                       MOVE LO-DESC TO WS-DESC
               END-READ
           END-IF
           MOVE 0 TO WS-TAKE-PCT
           IF WS-OF-GIVEN(WS-OF-IDX) + WS-OF-WITHDRAWN(WS-OF-IDX) > 0
               COMPUTE WS-TAKE-PCT ROUNDED =
                   WS-OF-GIVEN(WS-OF-IDX) * 100 /
                   (WS-OF-GIVEN(WS-OF-IDX) + WS-OF-WITHDRAWN(WS-OF-IDX))
           END-IF
           MOVE WS-OF-QUOTED(WS-OF-IDX) TO WS-QUOTED-DSP
           MOVE WS-OF-GIVEN-AMT(WS-OF-IDX) TO WS-AMOUNT-DSP
           MOVE SPACES TO LT-LINE
           STRING WS-OF-CODE(WS-OF-IDX) " " WS-DESC " "
               WS-OF-BOOKED(WS-OF-IDX) "  "
               WS-OF-GIVEN(WS-OF-IDX) "  "
               WS-OF-WITHDRAWN(WS-OF-IDX) "  "
               WS-OF-CANCELLED(WS-OF-IDX) "   "
               WS-OF-PENDING(WS-OF-IDX) "  "
               WS-TAKE-PCT "  " WS-QUOTED-DSP "  " WS-AMOUNT-DSP
               DELIMITED BY SIZE INTO LT-LINE
           WRITE LT-LINE
           ADD WS-OF-BOOKED(WS-OF-IDX) TO WS-TOT-BOOKED
           ADD WS-OF-GIVEN(WS-OF-IDX) TO WS-TOT-GIVEN
           ADD WS-OF-WITHDRAWN(WS-OF-IDX) TO WS-TOT-WITHDRAWN
           ADD WS-OF-CANCELLED(WS-OF-IDX) TO WS-TOT-CANCELLED
           ADD WS-OF-PENDING(WS-OF-IDX) TO WS-TOT-PENDING
           ADD WS-OF-QUOTED(WS-OF-IDX) TO WS-TOT-QUOTED
           ADD WS-OF-GIVEN-AMT(WS-OF-IDX) TO WS-TOT-GIVEN-AMT.

       END PROGRAM losOfferReport.
