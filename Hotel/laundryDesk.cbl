       IDENTIFICATION DIVISION.
       PROGRAM-ID. laundryDesk.

      *****************************************************************
      * GUEST LAUNDRY AND VALET TICKETS
      * The handwritten bag slip retires. Each bag collected gets a
      * numbered ticket on the stay's CHECKIN-ID and room, with the
      * count of each item type, the service level and the time the
      * valet promised it back. Return prices the items from the
      * LD* items in SERVICES.DAT, adds the express surcharge, and
      * posts the total to the folio there and then - before the
      * guest can leave without it. A ticket that cannot be priced
      * or posted stays Unbilled until the desk bills it. Normal
      * service comes back next day at the LNR time in HOUSEPOL.CFG
      * (1800 when absent); express comes back after the LXP
      * turnaround (HHMM, 0400 when absent) with the LXP surcharge
      * percentage (50 when absent). checkOut warns about any
      * ticket still out or unbilled for a departing stay.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUNDRY-FILE ASSIGN TO '../DATA/LAUNDRY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-TICKET
               FILE STATUS IS WS-LT-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT SERVICES-FILE ASSIGN TO '../DATA/SERVICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERVICE-CODE
               FILE STATUS IS WS-SVC-FILE-STATUS.
           SELECT FOLIO-FILE ASSIGN TO '../DATA/FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOLIO-LINE-ID
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO '../DATA/HOUSEPOL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.
           SELECT OVERDUE-REPORT-FILE ASSIGN TO
               '../DATA/LAUNOVER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LAUNDRY-FILE.
       COPY "./CopyBooks/LAUNDRY.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  SERVICES-FILE.
       COPY "./CopyBooks/SERVICES.cpy".

       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  POLICY-FILE.
       COPY "./CopyBooks/HOUSEPOL.cpy".

       FD  OVERDUE-REPORT-FILE.
       01  LO-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LT-FILE-STATUS       PIC 99.
           88 LT-FILE-OK           VALUE 00.
           88 LT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SVC-FILE-STATUS      PIC 99.
           88 SVC-FILE-OK          VALUE 00.
           88 SVC-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-POL-FILE-STATUS      PIC 99.
           88 POL-FILE-OK          VALUE 00.
           88 POL-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-CTR-EOF              PIC X.
       01  WS-SEED-EOF             PIC X.
       01  WS-POL-EOF              PIC X.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.

       *> Item types on the ticket and their catalog items
       01  WS-ITEM-NAMES.
           05 FILLER               PIC X(10) VALUE 'Shirts'.
           05 FILLER               PIC X(10) VALUE 'Trousers'.
           05 FILLER               PIC X(10) VALUE 'Dresses'.
           05 FILLER               PIC X(10) VALUE 'Suits'.
           05 FILLER               PIC X(10) VALUE 'Underwear'.
           05 FILLER               PIC X(10) VALUE 'Other'.
       01  WS-ITEM-NAME-TABLE REDEFINES WS-ITEM-NAMES.
           05 WS-ITEM-NAME         PIC X(10) OCCURS 6 TIMES.
       01  WS-ITEM-CODES.
           05 FILLER               PIC X(10) VALUE 'LDSHIRT'.
           05 FILLER               PIC X(10) VALUE 'LDTROUSER'.
           05 FILLER               PIC X(10) VALUE 'LDDRESS'.
           05 FILLER               PIC X(10) VALUE 'LDSUIT'.
           05 FILLER               PIC X(10) VALUE 'LDUNDER'.
           05 FILLER               PIC X(10) VALUE 'LDOTHER'.
       01  WS-ITEM-CODE-TABLE REDEFINES WS-ITEM-CODES.
           05 WS-ITEM-CODE         PIC X(10) OCCURS 6 TIMES.
       01  WS-ITEM-IDX             PIC 9.
       01  WS-ITEM-PRICE           PIC 9(7).
       01  WS-ITEM-TOTAL           PIC 9(4).
       01  WS-UNPRICED             PIC 9.

       *> Turnaround and surcharge
       01  WS-NORMAL-RETURN-TIME   PIC 9(4) VALUE 1800.
       01  WS-EXPRESS-HOURS        PIC 9(4) VALUE 0400.
       01  WS-EXPRESS-PCT          PIC 9(3) VALUE 050.

       *> Ticket entry
       01  WS-IN-TICKET            PIC 9(5).
       01  WS-IN-CHECKIN-ID        PIC 9(5).
       01  WS-IN-QTY               PIC 9(3).
       01  WS-IN-EXPRESS           PIC X.
       01  WS-IN-PROMISED          PIC 9(12).
       01  WS-IN-NOTE              PIC X(30).
       01  WS-STAY-FOUND           PIC X.
       01  WS-STAY-ROOM-ID         PIC X(5).
       01  WS-NEXT-TICKET          PIC 9(5).
       01  WS-NEXT-FOLIO-ID        PIC 9(5).
       01  WS-CHARGE               PIC 9(7).
       01  WS-SURCHARGE            PIC 9(7).
       01  WS-POSTED               PIC X.
       01  WS-FOLIO-DESC           PIC X(20).
       01  WS-LIST-COUNT           PIC 9(4).

       *> Stamp arithmetic (YYYYMMDDHHMM)
       01  WS-NOW-STAMP            PIC X(12).
       01  WS-STAMP-WORK.
           05 WS-SW-DATE           PIC 9(8).
           05 WS-SW-HH             PIC 9(2).
           05 WS-SW-MM             PIC 9(2).
       01  WS-STAMP-WORK-X REDEFINES WS-STAMP-WORK PIC X(12).
       01  WS-DEFAULT-PROMISED     PIC X(12).
       01  WS-DAY-INT              PIC 9(8).
       01  WS-MINUTES              PIC 9(6).
       01  WS-EXTRA-DAYS           PIC 9(3).
       01  WS-NOW-MINUTES          PIC 9(12).
       01  WS-DUE-MINUTES          PIC 9(12).
       01  WS-LATE-MINUTES         PIC 9(12).
       01  WS-LATE-HOURS           PIC 9(5).

       *> Overdue report
       01  WS-OUT-COUNT            PIC 9(4).
       01  WS-OVERDUE-COUNT        PIC 9(4).
       01  WS-EXPRESS-LATE         PIC 9(4).
       01  WS-COUNT-DSP            PIC ZZZ9.
       01  WS-HOURS-DSP            PIC ZZZZ9.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM LOAD-LAUNDRY-POLICY
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   GUEST LAUNDRY / VALET TICKETS"
               DISPLAY "=========================================="
               DISPLAY "1. Collect a bag (issue ticket)"
               DISPLAY "2. Return a bag (posts the charge)"
               DISPLAY "3. Bill an unbilled ticket"
               DISPLAY "4. Tickets out or unbilled"
               DISPLAY "5. Overdue-return report"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM COLLECT-LAUNDRY
                   WHEN 2
                       PERFORM RETURN-LAUNDRY
                   WHEN 3
                       PERFORM BILL-UNBILLED-TICKET
                   WHEN 4
                       PERFORM LIST-OPEN-TICKETS
                   WHEN 5
                       PERFORM OVERDUE-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

       LOAD-LAUNDRY-POLICY.
           OPEN INPUT POLICY-FILE
           IF POL-FILE-OK
               MOVE 'N' TO WS-POL-EOF
               PERFORM UNTIL WS-POL-EOF = 'Y'
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POL-EOF
                       NOT AT END
                           IF POL-TIME IS NUMERIC
                               EVALUATE POL-KIND
                                   WHEN 'LNR'
                                       MOVE POL-TIME TO
                                           WS-NORMAL-RETURN-TIME
                                   WHEN 'LXP'
                                       MOVE POL-TIME TO
                                           WS-EXPRESS-HOURS
                                       IF POL-PCT IS NUMERIC
                                           MOVE POL-PCT TO
                                               WS-EXPRESS-PCT
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE POLICY-FILE.

      *****************************************************************
      * COLLECTION
      *****************************************************************
       COLLECT-LAUNDRY.
           DISPLAY "Check-in ID of the stay: "
           ACCEPT WS-IN-CHECKIN-ID
           PERFORM FIND-STAY
           IF WS-STAY-FOUND = 'N'
               DISPLAY "No open stay under that check-in id."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE LAUNDRY-TICKET-RECORD
           MOVE 0 TO WS-ITEM-TOTAL
           DISPLAY "Item counts in the bag (0 = none):"
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6
               DISPLAY "  " WS-ITEM-NAME(WS-ITEM-IDX) ": "
               ACCEPT WS-IN-QTY
               MOVE WS-IN-QTY TO LT-ITEM-QTY(WS-ITEM-IDX)
               ADD WS-IN-QTY TO WS-ITEM-TOTAL
           END-PERFORM
           IF WS-ITEM-TOTAL = 0
               DISPLAY "Empty bag - no ticket issued."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Express service? (Y/N): "
           ACCEPT WS-IN-EXPRESS
           MOVE FUNCTION UPPER-CASE(WS-IN-EXPRESS) TO WS-IN-EXPRESS
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           PERFORM DEFAULT-PROMISED-STAMP
           DISPLAY "Promised back (YYYYMMDDHHMM, 0 = "
                   WS-DEFAULT-PROMISED "): "
           ACCEPT WS-IN-PROMISED
           IF WS-IN-PROMISED = 0
               MOVE WS-DEFAULT-PROMISED TO LT-PROMISED-STAMP
           ELSE
               MOVE WS-IN-PROMISED TO WS-STAMP-WORK-X
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SW-DATE) NOT = 0
                  OR WS-SW-HH > 23 OR WS-SW-MM > 59
                  OR WS-STAMP-WORK-X < WS-NOW-STAMP
                   DISPLAY "Promised time must be a valid time "
                           "still to come."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-STAMP-WORK-X TO LT-PROMISED-STAMP
           END-IF

           PERFORM GENERATE-NEXT-TICKET
           OPEN I-O LAUNDRY-FILE
           IF LT-FILE-ERROR
               CLOSE LAUNDRY-FILE
               OPEN OUTPUT LAUNDRY-FILE
               CLOSE LAUNDRY-FILE
               OPEN I-O LAUNDRY-FILE
           END-IF
           MOVE WS-NEXT-TICKET TO LT-TICKET
           MOVE WS-IN-CHECKIN-ID TO LT-CHECKIN-ID
           MOVE WS-STAY-ROOM-ID TO LT-ROOM-ID
           IF WS-IN-EXPRESS = 'Y'
               MOVE 'Express' TO LT-SERVICE-LEVEL
           ELSE
               MOVE 'Normal' TO LT-SERVICE-LEVEL
           END-IF
           MOVE WS-NOW-STAMP TO LT-COLLECTED-STAMP
           MOVE SPACES TO LT-RETURNED-STAMP
           MOVE 'Out' TO LT-STATUS
           WRITE LAUNDRY-TICKET-RECORD
           CLOSE LAUNDRY-FILE
           DISPLAY "Ticket " WS-NEXT-TICKET " - " WS-ITEM-TOTAL
                   " item(s), " FUNCTION TRIM(LT-SERVICE-LEVEL)
                   ", back by " LT-PROMISED-STAMP ".".

       *> Normal: next day at the LNR time. Express: now plus the
       *> LXP turnaround, carried into the next day(s) as needed.
       DEFAULT-PROMISED-STAMP.
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK-X
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-SW-DATE)
           IF WS-IN-EXPRESS = 'Y'
               COMPUTE WS-MINUTES = WS-SW-HH * 60 + WS-SW-MM
                   + (WS-EXPRESS-HOURS / 100) * 60
                   + FUNCTION MOD(WS-EXPRESS-HOURS, 100)
               DIVIDE WS-MINUTES BY 1440 GIVING WS-EXTRA-DAYS
                   REMAINDER WS-MINUTES
               ADD WS-EXTRA-DAYS TO WS-DAY-INT
               DIVIDE WS-MINUTES BY 60 GIVING WS-SW-HH
                   REMAINDER WS-SW-MM
           ELSE
               ADD 1 TO WS-DAY-INT
               COMPUTE WS-SW-HH = WS-NORMAL-RETURN-TIME / 100
               COMPUTE WS-SW-MM =
                   FUNCTION MOD(WS-NORMAL-RETURN-TIME, 100)
           END-IF
           COMPUTE WS-SW-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-STAMP-WORK-X TO WS-DEFAULT-PROMISED.

       FIND-STAY.
           MOVE 'N' TO WS-STAY-FOUND
           MOVE SPACES TO WS-STAY-ROOM-ID
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-OK
               MOVE WS-IN-CHECKIN-ID TO CHECKIN-ID
               READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                   NOT INVALID KEY
                       IF CHECKOUT-FLAG = 'N'
                           MOVE 'Y' TO WS-STAY-FOUND
                           MOVE ROOM-ID-IO TO WS-STAY-ROOM-ID
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKINOUT-FILE.

      *****************************************************************
      * RETURN AND BILLING
      *****************************************************************
       RETURN-LAUNDRY.
           DISPLAY "Ticket number: "
           ACCEPT WS-IN-TICKET
           OPEN I-O LAUNDRY-FILE
           IF LT-FILE-ERROR
               DISPLAY "No laundry tickets on file."
               CLOSE LAUNDRY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TICKET TO LT-TICKET
           READ LAUNDRY-FILE KEY IS LT-TICKET
               INVALID KEY
                   DISPLAY "Ticket not found."
                   CLOSE LAUNDRY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(LT-STATUS) NOT = 'Out'
               DISPLAY "Ticket is already "
                       FUNCTION TRIM(LT-STATUS) "."
               CLOSE LAUNDRY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Room " LT-ROOM-ID " - note of missing or "
                   "damaged items (blank = none): "
           ACCEPT WS-IN-NOTE
           MOVE WS-IN-NOTE TO LT-NOTE
           MOVE FUNCTION CURRENT-DATE(1:12) TO LT-RETURNED-STAMP
           PERFORM PRICE-AND-POST-TICKET
           REWRITE LAUNDRY-TICKET-RECORD
           CLOSE LAUNDRY-FILE.

       BILL-UNBILLED-TICKET.
           DISPLAY "Ticket number: "
           ACCEPT WS-IN-TICKET
           OPEN I-O LAUNDRY-FILE
           IF LT-FILE-ERROR
               DISPLAY "No laundry tickets on file."
               CLOSE LAUNDRY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TICKET TO LT-TICKET
           READ LAUNDRY-FILE KEY IS LT-TICKET
               INVALID KEY
                   DISPLAY "Ticket not found."
                   CLOSE LAUNDRY-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(LT-STATUS) NOT = 'Unbilled'
               DISPLAY "Ticket is " FUNCTION TRIM(LT-STATUS)
                       " - nothing to bill."
               CLOSE LAUNDRY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM PRICE-AND-POST-TICKET
           REWRITE LAUNDRY-TICKET-RECORD
           CLOSE LAUNDRY-FILE.

       *> Every item on the ticket must have a catalog price and the
       *> stay must still be open, or the ticket waits as Unbilled.
       PRICE-AND-POST-TICKET.
           MOVE 0 TO WS-CHARGE
           MOVE 0 TO WS-UNPRICED
           OPEN INPUT SERVICES-FILE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6
               IF LT-ITEM-QTY(WS-ITEM-IDX) > 0
                   PERFORM PRICE-ONE-ITEM-TYPE
               END-IF
           END-PERFORM
           CLOSE SERVICES-FILE
           IF WS-UNPRICED > 0
               MOVE 'Unbilled' TO LT-STATUS
               DISPLAY "Items without a catalog price - ticket left "
                       "Unbilled until the LD items are set up."
               EXIT PARAGRAPH
           END-IF
           IF LT-SERVICE-LEVEL = 'Express'
               COMPUTE WS-SURCHARGE ROUNDED =
                   WS-CHARGE * WS-EXPRESS-PCT / 100
               ADD WS-SURCHARGE TO WS-CHARGE
           END-IF
           MOVE LT-CHECKIN-ID TO WS-IN-CHECKIN-ID
           PERFORM FIND-STAY
           IF WS-STAY-FOUND = 'N'
               MOVE 'Unbilled' TO LT-STATUS
               MOVE WS-CHARGE TO LT-AMOUNT
               DISPLAY "Guest has checked out - " WS-CHARGE
                       " not posted; ticket left Unbilled."
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-LAUNDRY-CHARGE
           IF WS-POSTED = 'Y'
               MOVE 'Returned' TO LT-STATUS
               MOVE WS-CHARGE TO LT-AMOUNT
               MOVE WS-NEXT-FOLIO-ID TO LT-FOLIO-LINE-ID
               DISPLAY "Ticket " LT-TICKET " returned - " WS-CHARGE
                       " posted to room " LT-ROOM-ID "."
           ELSE
               MOVE 'Unbilled' TO LT-STATUS
           END-IF.

       PRICE-ONE-ITEM-TYPE.
           MOVE 0 TO WS-ITEM-PRICE
           IF SVC-FILE-OK
               MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO SERVICE-CODE
               READ SERVICES-FILE KEY IS SERVICE-CODE
                   NOT INVALID KEY
                       MOVE SERVICE-PRICE TO WS-ITEM-PRICE
               END-READ
           END-IF
           IF WS-ITEM-PRICE = 0
               ADD 1 TO WS-UNPRICED
               DISPLAY "  No price for " WS-ITEM-CODE(WS-ITEM-IDX)
           ELSE
               COMPUTE WS-CHARGE = WS-CHARGE
                   + WS-ITEM-PRICE * LT-ITEM-QTY(WS-ITEM-IDX)
                   ON SIZE ERROR
                       ADD 1 TO WS-UNPRICED
                       DISPLAY "  Charge too large for one ticket."
               END-COMPUTE
           END-IF.

       POST-LAUNDRY-CHARGE.
           MOVE 'N' TO WS-POSTED
           PERFORM GENERATE-NEXT-FOLIO-ID
           OPEN I-O FOLIO-FILE
           IF FOLIO-FILE-ERROR
               CLOSE FOLIO-FILE
               OPEN OUTPUT FOLIO-FILE
               CLOSE FOLIO-FILE
               OPEN I-O FOLIO-FILE
           END-IF
           MOVE SPACES TO WS-FOLIO-DESC
           IF LT-SERVICE-LEVEL = 'Express'
               STRING "Laundry exp " LT-TICKET DELIMITED BY SIZE
                   INTO WS-FOLIO-DESC
           ELSE
               STRING "Laundry tkt " LT-TICKET DELIMITED BY SIZE
                   INTO WS-FOLIO-DESC
           END-IF
           MOVE WS-NEXT-FOLIO-ID TO FOLIO-LINE-ID
           MOVE LT-CHECKIN-ID TO FOLIO-CHECKIN-ID
           MOVE WS-STAY-ROOM-ID TO FOLIO-ROOM-ID
           MOVE 'LAUNDRY' TO FOLIO-SVC-CODE
           MOVE WS-FOLIO-DESC TO FOLIO-SVC-DESC
           MOVE WS-CHARGE TO FOLIO-SVC-PRICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO FOLIO-POST-DATE
           MOVE 'LAUNDRY' TO FOLIO-POSTED-BY
           MOVE SPACE TO FOLIO-SIGN
           MOVE SPACES TO FOLIO-REASON-CODE
           MOVE SPACES TO FOLIO-APPROVED-BY
           MOVE 'Open' TO FOLIO-STATUS
           WRITE FOLIO-RECORD
               INVALID KEY
                   DISPLAY "Folio line could not be written."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POSTED
           END-WRITE
           CLOSE FOLIO-FILE.

      *****************************************************************
      * LISTS AND REPORTS
      *****************************************************************
       LIST-OPEN-TICKETS.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT LAUNDRY-FILE
           IF LT-FILE-ERROR
               DISPLAY "No laundry tickets on file."
               CLOSE LAUNDRY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TICKET ROOM  STAY   LEVEL   COLLECTED     "
                   "PROMISED      STATUS"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LAUNDRY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LT-STATUS) = 'Out'
                          OR FUNCTION TRIM(LT-STATUS) = 'Unbilled'
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY LT-TICKET "  " LT-ROOM-ID " "
                                   LT-CHECKIN-ID "  "
                                   LT-SERVICE-LEVEL " "
                                   LT-COLLECTED-STAMP "  "
                                   LT-PROMISED-STAMP "  " LT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAUNDRY-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "Tickets out or unbilled: " WS-LIST-COUNT.

       *> Bags still out past the promised time, with how late.
       OVERDUE-REPORT.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-EXPRESS-LATE
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK-X
           PERFORM STAMP-TO-MINUTES
           MOVE WS-DUE-MINUTES TO WS-NOW-MINUTES

           OPEN OUTPUT OVERDUE-REPORT-FILE
           MOVE SPACES TO LO-LINE
           STRING "LAUNDRY RETURNS OVERDUE AT " WS-NOW-STAMP
               DELIMITED BY SIZE INTO LO-LINE
           WRITE LO-LINE
           MOVE ALL "=" TO LO-LINE
           WRITE LO-LINE
           MOVE SPACES TO LO-LINE
           STRING "TICKET  ROOM   STAY   LEVEL    ITEMS  COLLECTED"
               "     PROMISED      HOURS LATE"
               DELIMITED BY SIZE INTO LO-LINE
           WRITE LO-LINE
           MOVE ALL "-" TO LO-LINE
           WRITE LO-LINE
           OPEN INPUT LAUNDRY-FILE
           IF LT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LAUNDRY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(LT-STATUS) = 'Out'
                               ADD 1 TO WS-OUT-COUNT
                               IF LT-PROMISED-STAMP < WS-NOW-STAMP
                                   PERFORM WRITE-OVERDUE-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LAUNDRY-FILE
           MOVE 'N' TO WS-EOF
           IF WS-OVERDUE-COUNT = 0
               MOVE "NONE" TO LO-LINE
               WRITE LO-LINE
           END-IF
           MOVE ALL "-" TO LO-LINE
           WRITE LO-LINE
           MOVE SPACES TO LO-LINE
           STRING "BAGS OUT: " WS-OUT-COUNT "   OVERDUE: "
               WS-OVERDUE-COUNT "   OF WHICH EXPRESS: "
               WS-EXPRESS-LATE
               DELIMITED BY SIZE INTO LO-LINE
           WRITE LO-LINE
           CLOSE OVERDUE-REPORT-FILE
           MOVE 'LAUNOVER' TO RCA-REPORT-NAME
           MOVE '../DATA/LAUNOVER.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Bags out: " WS-OUT-COUNT "   overdue: "
                   WS-OVERDUE-COUNT
           DISPLAY "Report written to LAUNOVER.RPT".

       WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT
           IF LT-SERVICE-LEVEL = 'Express'
               ADD 1 TO WS-EXPRESS-LATE
           END-IF
           MOVE LT-PROMISED-STAMP TO WS-STAMP-WORK-X
           PERFORM STAMP-TO-MINUTES
           COMPUTE WS-LATE-MINUTES = WS-NOW-MINUTES - WS-DUE-MINUTES
           COMPUTE WS-LATE-HOURS = WS-LATE-MINUTES / 60
           MOVE WS-LATE-HOURS TO WS-HOURS-DSP
           MOVE 0 TO WS-ITEM-TOTAL
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6
               ADD LT-ITEM-QTY(WS-ITEM-IDX) TO WS-ITEM-TOTAL
           END-PERFORM
           MOVE WS-ITEM-TOTAL TO WS-COUNT-DSP
           MOVE SPACES TO LO-LINE
           STRING LT-TICKET "   " LT-ROOM-ID "  " LT-CHECKIN-ID "  "
               LT-SERVICE-LEVEL "   " WS-COUNT-DSP "  "
               LT-COLLECTED-STAMP "  " LT-PROMISED-STAMP "  "
               WS-HOURS-DSP
               DELIMITED BY SIZE INTO LO-LINE
           WRITE LO-LINE.

       STAMP-TO-MINUTES.
           IF WS-SW-DATE IS NUMERIC AND WS-SW-DATE > 0
               COMPUTE WS-DUE-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-SW-DATE) * 1440
                   + WS-SW-HH * 60 + WS-SW-MM
           ELSE
               MOVE 0 TO WS-DUE-MINUTES
           END-IF.

      *****************************************************************
      * ID GENERATION PROCEDURES
      *****************************************************************
       OPEN-COUNTERS-FILE.
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
           IF CTR-FILE-ERROR AND WS-CTR-FILE-STATUS = 35
               OPEN OUTPUT COUNTERS-FILE
               CLOSE COUNTERS-FILE
               OPEN I-O COUNTERS-FILE
           END-IF.

       GENERATE-NEXT-TICKET.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'LAUNDRY' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-TICKET-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-TICKET
           CLOSE COUNTERS-FILE.

       SEED-TICKET-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT LAUNDRY-FILE
           IF LT-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ LAUNDRY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF LT-TICKET > COUNTER-NEXT-ID
                               MOVE LT-TICKET TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LAUNDRY-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'LAUNDRY' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       GENERATE-NEXT-FOLIO-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'FOLIO' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-FOLIO-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-FOLIO-ID
           CLOSE COUNTERS-FILE.

       SEED-FOLIO-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT FOLIO-FILE
           IF FOLIO-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ FOLIO-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF FOLIO-LINE-ID > COUNTER-NEXT-ID
                               MOVE FOLIO-LINE-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FOLIO-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'FOLIO' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       END PROGRAM laundryDesk.
