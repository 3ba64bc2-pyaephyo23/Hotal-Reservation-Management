       IDENTIFICATION DIVISION.
       PROGRAM-ID. bellDesk.

      *****************************************************************
      * BELL DESK LUGGAGE REGISTER
      * Replaces the paper stub book. Each storage is logged against
      * the tag number on the stub, with the pieces, the guest, and
      * either the arriving BOOKING-ID, the departing CHECKIN-ID or a
      * walk-in note, plus where the bags were put and who stored
      * them. Release records who handed the bags out, to whom, and
      * when. checkIn shows an arriving guest's stored bags on the
      * confirmation screen. The end-of-day report (LUGGAGE.RPT)
      * lists every bag still held overnight and those held longer
      * than the number of days asked for.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LUGGAGE-FILE ASSIGN TO '../DATA/LUGGAGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-ID
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT LUGGAGE-REPORT-FILE ASSIGN TO '../DATA/LUGGAGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LUGGAGE-FILE.
       COPY "./CopyBooks/LUGGAGE.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  LUGGAGE-REPORT-FILE.
       01  LR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LG-FILE-STATUS       PIC 99.
           88 LG-FILE-OK           VALUE 00.
           88 LG-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-CTR-EOF              PIC X.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FOUND                PIC X.
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-NEXT-LG-ID           PIC 9(5).
       01  WS-FOUND-LG-ID          PIC 9(5).
       01  WS-FOUND-GUEST-NAME     PIC X(25).

       *> Entry
       01  WS-IN-TAG-NO            PIC X(6).
       01  WS-IN-PIECES            PIC 9(2).
       01  WS-IN-LINK-KIND         PIC 9.
       01  WS-IN-BOOKING-ID        PIC 9(5).
       01  WS-IN-CHECKIN-ID        PIC 9(5).
       01  WS-IN-GUEST-NAME        PIC X(25).
       01  WS-IN-WALKIN-NOTE       PIC X(30).
       01  WS-IN-LOCATION          PIC X(10).
       01  WS-IN-RELEASED-TO       PIC X(25).
       01  WS-IN-DAYS              PIC 9(3).
       01  WS-LINK-GUEST-NAME      PIC X(25).

       *> End-of-day report
       01  WS-HOLD-DAYS            PIC 9(3) VALUE 3.
       01  WS-DAYS-HELD            PIC 9(5).
       01  WS-OVERNIGHT-COUNT      PIC 9(4).
       01  WS-OVERNIGHT-PIECES     PIC 9(5).
       01  WS-LONG-COUNT           PIC 9(4).
       01  WS-RELEASED-TODAY       PIC 9(4).
       01  WS-LINK-TEXT            PIC X(16).
       01  WS-REPORT-SECTION       PIC 9.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(4).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Privacy-flagged guests are tagged under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   BELL DESK LUGGAGE REGISTER"
               DISPLAY "=========================================="
               DISPLAY "1. Store bags (issue tag)"
               DISPLAY "2. Release bags"
               DISPLAY "3. List bags in store"
               DISPLAY "4. Find bags by tag number"
               DISPLAY "5. End-of-day luggage report"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM STORE-BAGS
                   WHEN 2
                       PERFORM RELEASE-BAGS
                   WHEN 3
                       PERFORM LIST-STORED-BAGS
                   WHEN 4
                       PERFORM FIND-BY-TAG
                   WHEN 5
                       PERFORM END-OF-DAY-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * STORE AND RELEASE
      *****************************************************************
       STORE-BAGS.
           PERFORM READ-SESSION-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Your operator ID: "
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Bags must be stored under an operator."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Tag number on the stub: "
           ACCEPT WS-IN-TAG-NO
           MOVE FUNCTION UPPER-CASE(WS-IN-TAG-NO) TO WS-IN-TAG-NO
           IF WS-IN-TAG-NO = SPACES
               DISPLAY "Tag number cannot be empty."
               EXIT PARAGRAPH
           END-IF
           *> A stub number is reused once its bags are collected,
           *> never while they are still in store.
           PERFORM FIND-STORED-TAG
           IF WS-FOUND = 'Y'
               DISPLAY "Tag " FUNCTION TRIM(WS-IN-TAG-NO)
                       " is already on bags in store ("
                       FUNCTION TRIM(WS-FOUND-GUEST-NAME) ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Number of pieces: "
           ACCEPT WS-IN-PIECES
           IF WS-IN-PIECES = 0
               DISPLAY "Pieces must be at least 1."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IN-BOOKING-ID
           MOVE 0 TO WS-IN-CHECKIN-ID
           MOVE SPACES TO WS-IN-WALKIN-NOTE
           MOVE SPACES TO WS-LINK-GUEST-NAME
           DISPLAY "Bags belong to: 1. Arriving booking  "
                   "2. Departed/in-house stay  3. Walk-in"
           ACCEPT WS-IN-LINK-KIND
           EVALUATE WS-IN-LINK-KIND
               WHEN 1
                   DISPLAY "Booking ID: "
                   ACCEPT WS-IN-BOOKING-ID
                   PERFORM FIND-BOOKING
                   IF WS-FOUND = 'N'
                       DISPLAY "Booking not found."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 2
                   DISPLAY "Check-in ID: "
                   ACCEPT WS-IN-CHECKIN-ID
                   PERFORM FIND-STAY
                   IF WS-FOUND = 'N'
                       DISPLAY "Check-in ID not found."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 3
                   DISPLAY "Walk-in note (who / when back): "
                   ACCEPT WS-IN-WALKIN-NOTE
                   IF WS-IN-WALKIN-NOTE = SPACES
                       DISPLAY "A walk-in needs a note."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid option."
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-LINK-GUEST-NAME NOT = SPACES
               DISPLAY "Guest name (blank = "
                       FUNCTION TRIM(WS-LINK-GUEST-NAME) "): "
           ELSE
               DISPLAY "Guest name: "
           END-IF
           ACCEPT WS-IN-GUEST-NAME
           IF WS-IN-GUEST-NAME = SPACES
               MOVE WS-LINK-GUEST-NAME TO WS-IN-GUEST-NAME
           END-IF
           IF WS-IN-GUEST-NAME = SPACES
               DISPLAY "Guest name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Storage location (room/shelf): "
           ACCEPT WS-IN-LOCATION
           MOVE FUNCTION UPPER-CASE(WS-IN-LOCATION) TO WS-IN-LOCATION

           PERFORM GENERATE-NEXT-LG-ID
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
           OPEN I-O LUGGAGE-FILE
           IF LG-FILE-ERROR
               CLOSE LUGGAGE-FILE
               OPEN OUTPUT LUGGAGE-FILE
               CLOSE LUGGAGE-FILE
               OPEN I-O LUGGAGE-FILE
           END-IF
           INITIALIZE LUGGAGE-RECORD
           MOVE WS-NEXT-LG-ID TO LG-ID
           MOVE WS-IN-TAG-NO TO LG-TAG-NO
           MOVE WS-IN-PIECES TO LG-PIECES
           MOVE WS-IN-GUEST-NAME TO LG-GUEST-NAME
           MOVE WS-IN-BOOKING-ID TO LG-BOOKING-ID
           MOVE WS-IN-CHECKIN-ID TO LG-CHECKIN-ID
           MOVE WS-IN-WALKIN-NOTE TO LG-WALKIN-NOTE
           MOVE WS-IN-LOCATION TO LG-LOCATION
           MOVE WS-OPERATOR-ID TO LG-STORED-BY
           MOVE WS-CURRENT-DATE-NUM TO LG-STORED-DATE
           MOVE WS-CURRENT-TIME TO LG-STORED-TIME
           MOVE 'Stored' TO LG-STATUS
           WRITE LUGGAGE-RECORD
           CLOSE LUGGAGE-FILE
           DISPLAY WS-IN-PIECES " piece(s) stored under tag "
                   FUNCTION TRIM(WS-IN-TAG-NO) " at "
                   FUNCTION TRIM(WS-IN-LOCATION) ".".

       RELEASE-BAGS.
           PERFORM READ-SESSION-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Your operator ID: "
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Bags must be released by an operator."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Tag number on the stub: "
           ACCEPT WS-IN-TAG-NO
           MOVE FUNCTION UPPER-CASE(WS-IN-TAG-NO) TO WS-IN-TAG-NO
           PERFORM FIND-STORED-TAG
           IF WS-FOUND = 'N'
               DISPLAY "No bags in store under tag "
                       FUNCTION TRIM(WS-IN-TAG-NO) "."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LUGGAGE-FILE
           MOVE WS-FOUND-LG-ID TO LG-ID
           READ LUGGAGE-FILE KEY IS LG-ID
               INVALID KEY
                   DISPLAY "Luggage entry could not be re-read."
               NOT INVALID KEY
                   DISPLAY LG-PIECES " piece(s) for "
                           FUNCTION TRIM(LG-GUEST-NAME) " at "
                           FUNCTION TRIM(LG-LOCATION) ", stored "
                           LG-STORED-DATE " by " LG-STORED-BY
                   DISPLAY "Released to (blank = the guest): "
                   ACCEPT WS-IN-RELEASED-TO
                   IF WS-IN-RELEASED-TO = SPACES
                       MOVE LG-GUEST-NAME TO WS-IN-RELEASED-TO
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
                   MOVE WS-OPERATOR-ID TO LG-RELEASED-BY
                   MOVE WS-IN-RELEASED-TO TO LG-RELEASED-TO
                   MOVE WS-CURRENT-DATE-NUM TO LG-RELEASE-DATE
                   MOVE WS-CURRENT-TIME TO LG-RELEASE-TIME
                   MOVE 'Released' TO LG-STATUS
                   REWRITE LUGGAGE-RECORD
                   DISPLAY "Tag " FUNCTION TRIM(LG-TAG-NO)
                           " released to "
                           FUNCTION TRIM(WS-IN-RELEASED-TO) "."
           END-READ
           CLOSE LUGGAGE-FILE.

       *> Finds the entry still in store under WS-IN-TAG-NO; its id
       *> and guest come back in WS-FOUND-LG-ID / WS-FOUND-GUEST-NAME.
       FIND-STORED-TAG.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT LUGGAGE-FILE
           IF LG-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LUGGAGE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LG-TAG-NO = WS-IN-TAG-NO
                              AND FUNCTION TRIM(LG-STATUS) = 'Stored'
                               MOVE 'Y' TO WS-FOUND
                               MOVE LG-ID TO WS-FOUND-LG-ID
                               MOVE LG-GUEST-NAME
                                   TO WS-FOUND-GUEST-NAME
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LUGGAGE-FILE
           MOVE 'N' TO WS-EOF.

       FIND-BOOKING.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               MOVE WS-IN-BOOKING-ID TO BOOKING-ID
               READ BOOKING-FILE KEY IS BOOKING-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
                       MOVE CUSTOMER-NAME-BK TO WS-LINK-GUEST-NAME
               END-READ
           END-IF
           CLOSE BOOKING-FILE
           IF WS-FOUND = 'Y'
               MOVE WS-IN-BOOKING-ID TO GPA-BOOKING-ID
               MOVE 0 TO GPA-CHECKIN-ID
               PERFORM APPLY-PRIVACY-ALIAS
           END-IF.

       FIND-STAY.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-OK
               MOVE WS-IN-CHECKIN-ID TO CHECKIN-ID
               READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
           END-IF
           CLOSE CHECKINOUT-FILE
           *> The stay record carries no name - take the booker's.
           IF WS-FOUND = 'Y'
               OPEN INPUT BOOKING-FILE
               IF BK-FILE-OK
                   MOVE BOOKING-ID-IO TO BOOKING-ID
                   READ BOOKING-FILE KEY IS BOOKING-ID
                       NOT INVALID KEY
                           MOVE CUSTOMER-NAME-BK TO WS-LINK-GUEST-NAME
                   END-READ
               END-IF
               CLOSE BOOKING-FILE
               MOVE BOOKING-ID-IO TO GPA-BOOKING-ID
               MOVE WS-IN-CHECKIN-ID TO GPA-CHECKIN-ID
               PERFORM APPLY-PRIVACY-ALIAS
           END-IF.

       *> The name offered for the tag is the alias when the guest
       *> has asked us not to confirm the stay, so it never reaches
       *> the register or LUGGAGE.RPT.
       APPLY-PRIVACY-ALIAS.
           MOVE 'Q' TO GPA-MODE
           MOVE 'bellDesk' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO WS-LINK-GUEST-NAME
           END-IF.

      *****************************************************************
      * ENQUIRIES
      *****************************************************************
       LIST-STORED-BAGS.
           OPEN INPUT LUGGAGE-FILE
           IF LG-FILE-ERROR
               DISPLAY "No luggage on file."
               CLOSE LUGGAGE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAG    PCS GUEST                     FOR"
                   "              LOCATION   STORED        BY"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LUGGAGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LG-STATUS) = 'Stored'
                           PERFORM BUILD-LINK-TEXT
                           DISPLAY LG-TAG-NO " " LG-PIECES "  "
                                   LG-GUEST-NAME " " WS-LINK-TEXT " "
                                   LG-LOCATION " " LG-STORED-DATE " "
                                   LG-STORED-TIME " " LG-STORED-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LUGGAGE-FILE
           MOVE 'N' TO WS-EOF.

       *> Full history of a stub number - every storage and release.
       FIND-BY-TAG.
           DISPLAY "Tag number: "
           ACCEPT WS-IN-TAG-NO
           MOVE FUNCTION UPPER-CASE(WS-IN-TAG-NO) TO WS-IN-TAG-NO
           MOVE 'N' TO WS-FOUND
           OPEN INPUT LUGGAGE-FILE
           IF LG-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LUGGAGE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LG-TAG-NO = WS-IN-TAG-NO
                               MOVE 'Y' TO WS-FOUND
                               PERFORM BUILD-LINK-TEXT
                               DISPLAY LG-ID " " LG-PIECES " pcs  "
                                   FUNCTION TRIM(LG-GUEST-NAME) "  "
                                   WS-LINK-TEXT "  "
                                   FUNCTION TRIM(LG-STATUS)
                               DISPLAY "      stored " LG-STORED-DATE
                                   " " LG-STORED-TIME " by "
                                   LG-STORED-BY " at " LG-LOCATION
                               IF FUNCTION TRIM(LG-STATUS) = 'Released'
                                   DISPLAY "      released "
                                       LG-RELEASE-DATE " "
                                       LG-RELEASE-TIME " by "
                                       LG-RELEASED-BY " to "
                                       FUNCTION TRIM(LG-RELEASED-TO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LUGGAGE-FILE
           MOVE 'N' TO WS-EOF
           IF WS-FOUND = 'N'
               DISPLAY "No luggage ever stored under that tag."
           END-IF.

       BUILD-LINK-TEXT.
           MOVE SPACES TO WS-LINK-TEXT
           EVALUATE TRUE
               WHEN LG-BOOKING-ID > 0
                   STRING "Booking " LG-BOOKING-ID
                       DELIMITED BY SIZE INTO WS-LINK-TEXT
               WHEN LG-CHECKIN-ID > 0
                   STRING "Stay " LG-CHECKIN-ID
                       DELIMITED BY SIZE INTO WS-LINK-TEXT
               WHEN OTHER
                   MOVE LG-WALKIN-NOTE TO WS-LINK-TEXT
           END-EVALUATE.

      *****************************************************************
      * END-OF-DAY LUGGAGE REPORT
      * Everything still in store at close of day stays overnight;
      * the second section picks out bags held longer than the
      * number of days asked for.
      *****************************************************************
       END-OF-DAY-REPORT.
           DISPLAY "Flag bags held more than how many days "
                   "(0 = " WS-HOLD-DAYS "): "
           ACCEPT WS-IN-DAYS
           IF WS-IN-DAYS > 0
               MOVE WS-IN-DAYS TO WS-HOLD-DAYS
           END-IF
           MOVE 0 TO WS-OVERNIGHT-COUNT
           MOVE 0 TO WS-OVERNIGHT-PIECES
           MOVE 0 TO WS-LONG-COUNT
           MOVE 0 TO WS-RELEASED-TODAY

           OPEN OUTPUT LUGGAGE-REPORT-FILE
           MOVE SPACES TO LR-LINE
           STRING "BELL DESK LUGGAGE - END OF DAY " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE ALL "=" TO LR-LINE
           WRITE LR-LINE

           MOVE 1 TO WS-REPORT-SECTION
           MOVE "BAGS UNCOLLECTED OVERNIGHT" TO LR-LINE
           WRITE LR-LINE
           PERFORM WRITE-LUGGAGE-HEADINGS
           PERFORM SCAN-LUGGAGE-FOR-SECTION
           IF WS-OVERNIGHT-COUNT = 0
               MOVE "NONE" TO LR-LINE
               WRITE LR-LINE
           END-IF

           MOVE 2 TO WS-REPORT-SECTION
           MOVE SPACES TO LR-LINE
           WRITE LR-LINE
           MOVE SPACES TO LR-LINE
           STRING "BAGS HELD MORE THAN " WS-HOLD-DAYS " DAYS"
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           PERFORM WRITE-LUGGAGE-HEADINGS
           PERFORM SCAN-LUGGAGE-FOR-SECTION
           IF WS-LONG-COUNT = 0
               MOVE "NONE" TO LR-LINE
               WRITE LR-LINE
           END-IF

           MOVE ALL "=" TO LR-LINE
           WRITE LR-LINE
           MOVE SPACES TO LR-LINE
           STRING "TAGS IN STORE: " WS-OVERNIGHT-COUNT
               "   PIECES: " WS-OVERNIGHT-PIECES
               "   HELD OVER " WS-HOLD-DAYS " DAYS: " WS-LONG-COUNT
               "   RELEASED TODAY: " WS-RELEASED-TODAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           CLOSE LUGGAGE-REPORT-FILE
           MOVE 'LUGGAGE' TO RCA-REPORT-NAME
           MOVE '../DATA/LUGGAGE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Tags in store overnight: " WS-OVERNIGHT-COUNT
                   "  held over " WS-HOLD-DAYS " days: "
                   WS-LONG-COUNT
           DISPLAY "Report written to LUGGAGE.RPT".

       WRITE-LUGGAGE-HEADINGS.
           MOVE SPACES TO LR-LINE
           STRING "TAG    PCS GUEST                     FOR         "
               "     LOCATION   STORED        BY    DAYS"
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE ALL "-" TO LR-LINE
           WRITE LR-LINE.

       SCAN-LUGGAGE-FOR-SECTION.
           OPEN INPUT LUGGAGE-FILE
           IF LG-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LUGGAGE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CLASSIFY-LUGGAGE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LUGGAGE-FILE
           MOVE 'N' TO WS-EOF.

       CLASSIFY-LUGGAGE.
           IF FUNCTION TRIM(LG-STATUS) = 'Released'
               IF WS-REPORT-SECTION = 1
                  AND LG-RELEASE-DATE = WS-CURRENT-DATE-NUM
                   ADD 1 TO WS-RELEASED-TODAY
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(LG-STORED-DATE)
           IF WS-REPORT-SECTION = 1
               ADD 1 TO WS-OVERNIGHT-COUNT
               ADD LG-PIECES TO WS-OVERNIGHT-PIECES
               PERFORM WRITE-LUGGAGE-LINE
           ELSE
               IF WS-DAYS-HELD > WS-HOLD-DAYS
                   ADD 1 TO WS-LONG-COUNT
                   PERFORM WRITE-LUGGAGE-LINE
               END-IF
           END-IF.

       WRITE-LUGGAGE-LINE.
           PERFORM BUILD-LINK-TEXT
           MOVE SPACES TO LR-LINE
           STRING LG-TAG-NO " " LG-PIECES "  " LG-GUEST-NAME " "
               WS-LINK-TEXT " " LG-LOCATION " " LG-STORED-DATE " "
               LG-STORED-TIME " " LG-STORED-BY " " WS-DAYS-HELD
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE.

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

       GENERATE-NEXT-LG-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'LUGGAGE' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-LG-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-LG-ID
           CLOSE COUNTERS-FILE.

       SEED-LG-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT LUGGAGE-FILE
           IF LG-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ LUGGAGE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF LG-ID > COUNTER-NEXT-ID
                               MOVE LG-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LUGGAGE-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'LUGGAGE' TO COUNTER-NAME
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

       END PROGRAM bellDesk.
