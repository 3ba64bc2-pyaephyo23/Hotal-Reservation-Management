       IDENTIFICATION DIVISION.
       PROGRAM-ID. spaBook.

      *****************************************************************
      * SPA AND ACTIVITY APPOINTMENT BOOK
      * The paper diary for treatments, tours and cooking classes
      * comes inside the system. Each bookable resource - a
      * therapist, a treatment room, the seats on a tour, a class -
      * is kept in SPARES.DAT with its opening hours, slot length
      * and how many guests one slot takes. Appointments are booked
      * into a slot up to that capacity, against an in-house guest's
      * CHECKIN-ID or, for outside guests, a house account, priced
      * from the SERVICES.DAT item chosen. Marking the appointment
      * completed posts the service to the folio automatically; a
      * missed one posts the resource's no-show percentage instead.
      * The daily sheet (SPASHEET.RPT) is each resource's running
      * order for the day; the utilization report (SPAUTIL.RPT)
      * sets seats sold against seats offered over a date range.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPARES-FILE ASSIGN TO '../DATA/SPARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CODE
               FILE STATUS IS WS-SR-FILE-STATUS.
           SELECT SPAAPPT-FILE ASSIGN TO '../DATA/SPAAPPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ID
               FILE STATUS IS WS-AP-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT HOUSEACCT-FILE ASSIGN TO '../DATA/HOUSEACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-ID
               FILE STATUS IS WS-HA-FILE-STATUS.
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
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT SHEET-REPORT-FILE ASSIGN TO '../DATA/SPASHEET.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UTIL-REPORT-FILE ASSIGN TO '../DATA/SPAUTIL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPARES-FILE.
       COPY "./CopyBooks/SPARES.cpy".

       FD  SPAAPPT-FILE.
       COPY "./CopyBooks/SPAAPPT.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  HOUSEACCT-FILE.
       COPY "./CopyBooks/HOUSEACCT.cpy".

       FD  SERVICES-FILE.
       COPY "./CopyBooks/SERVICES.cpy".

       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  SHEET-REPORT-FILE.
       01  SS-LINE                 PIC X(132).

       FD  UTIL-REPORT-FILE.
       01  SU-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SR-FILE-STATUS       PIC 99.
           88 SR-FILE-OK           VALUE 00.
           88 SR-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AP-FILE-STATUS       PIC 99.
           88 AP-FILE-OK           VALUE 00.
           88 AP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-HA-FILE-STATUS       PIC 99.
           88 HA-FILE-OK           VALUE 00.
           88 HA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SVC-FILE-STATUS      PIC 99.
           88 SVC-FILE-OK          VALUE 00.
           88 SVC-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-CTR-EOF              PIC X.
       01  WS-SEED-EOF             PIC X.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-OPERATOR-ID          PIC X(5).

       *> Resource entry
       01  WS-IN-SR-CODE           PIC X(10).
       01  WS-IN-SR-NAME           PIC X(20).
       01  WS-IN-KIND-CH           PIC 9.
       01  WS-IN-CAPACITY          PIC 9(3).
       01  WS-IN-OPEN-HOUR         PIC 9(2).
       01  WS-IN-CLOSE-HOUR        PIC 9(2).
       01  WS-IN-SLOT-MINUTES      PIC 9(3).
       01  WS-IN-NOSHOW-PCT        PIC 9(3).
       01  WS-IN-RETIRE            PIC X.

       *> Appointment entry
       01  WS-IN-AP-ID             PIC 9(5).
       01  WS-IN-DATE              PIC 9(8).
       01  WS-IN-TIME              PIC 9(4).
       01  WS-IN-SVC-CODE          PIC X(10).
       01  WS-IN-PAX               PIC 9(3).
       01  WS-IN-CHECKIN-ID        PIC 9(5).
       01  WS-IN-HOUSE-ACCT        PIC 9(4).
       01  WS-IN-GUEST-NAME        PIC X(25).
       01  WS-UNIT-PRICE           PIC 9(7).
       01  WS-SVC-DESC             PIC X(20).
       01  WS-APPT-PRICE           PIC 9(7).
       01  WS-ENTRY-OK             PIC X.
       01  WS-STAY-FOUND           PIC X.
       01  WS-STAY-ROOM-ID         PIC X(5).
       01  WS-HA-MARK              PIC X(5).
       01  WS-NEXT-AP-ID           PIC 9(5).
       01  WS-NEXT-FOLIO-ID        PIC 9(5).
       01  WS-POST-CODE            PIC X(10).
       01  WS-POST-DESC            PIC X(20).
       01  WS-POST-AMOUNT          PIC 9(7).
       01  WS-POSTED               PIC X.

       *> Slot arithmetic
       01  WS-TIME-HH              PIC 9(2).
       01  WS-TIME-MM              PIC 9(2).
       01  WS-START-MIN            PIC 9(4).
       01  WS-OFFSET-MIN           PIC 9(4).
       01  WS-SLOT-REM             PIC 9(4).
       01  WS-SLOTS-PER-DAY        PIC 9(3).
       01  WS-SLOT-NO              PIC 9(3).
       01  WS-SLOT-TIME            PIC 9(4).
       01  WS-SLOT-USED            PIC 9(4).
       01  WS-SLOT-LEFT            PIC 9(4).

       *> Appointments held for the daily sheet
       01  WS-DA-COUNT             PIC 9(4) VALUE 0.
       01  WS-DA-IDX               PIC 9(4).
       01  WS-DAY-TABLE.
           05 WS-DA-ENTRY OCCURS 500 TIMES.
               10 WS-DA-ID         PIC 9(5).
               10 WS-DA-RESOURCE   PIC X(10).
               10 WS-DA-TIME       PIC 9(4).
               10 WS-DA-SVC-CODE   PIC X(10).
               10 WS-DA-PAX        PIC 9(3).
               10 WS-DA-GUEST      PIC X(25).
               10 WS-DA-BILL-TO    PIC X(5).
               10 WS-DA-STATUS     PIC X(10).
       01  WS-SHEET-DATE           PIC 9(8).
       01  WS-SHEET-ROWS           PIC 9(4).
       01  WS-SHEET-RESOURCES      PIC 9(3).

       *> Resources held for the utilization report
       01  WS-RS-COUNT             PIC 9(3) VALUE 0.
       01  WS-RS-IDX               PIC 9(3).
       01  WS-RES-TABLE.
           05 WS-RS-ENTRY OCCURS 100 TIMES.
               10 WS-RS-CODE       PIC X(10).
               10 WS-RS-NAME       PIC X(20).
               10 WS-RS-KIND       PIC X(10).
               10 WS-RS-OFFERED    PIC 9(7).
               10 WS-RS-SOLD       PIC 9(7).
               10 WS-RS-COMPLETED  PIC 9(5).
               10 WS-RS-NOSHOWS    PIC 9(5).
               10 WS-RS-CANCELLED  PIC 9(5).
               10 WS-RS-REVENUE    PIC 9(9).
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-TO-DATE              PIC 9(8).
       01  WS-RANGE-DAYS           PIC 9(4).
       01  WS-UTIL-PCT             PIC 9(3)V9.
       01  WS-TOT-OFFERED          PIC 9(9).
       01  WS-TOT-SOLD             PIC 9(9).
       01  WS-TOT-REVENUE          PIC 9(11).

       01  WS-PCT-DSP              PIC ZZ9.9.
       01  WS-COUNT-DSP            PIC ZZZZ9.
       01  WS-SEATS-DSP            PIC Z,ZZZ,ZZ9.
       01  WS-VALUE-DSP            PIC ZZ,ZZZ,ZZZ,ZZ9.

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
               DISPLAY "=========================================="
               DISPLAY "   SPA / ACTIVITY APPOINTMENT BOOK"
               DISPLAY "=========================================="
               DISPLAY "1. List resources"
               DISPLAY "2. Add or change a resource"
               DISPLAY "3. Book an appointment"
               DISPLAY "4. Service completed (posts the charge)"
               DISPLAY "5. Missed - post the no-show fee"
               DISPLAY "6. Cancel an appointment"
               DISPLAY "7. Daily schedule sheet"
               DISPLAY "8. Utilization report"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-RESOURCES
                   WHEN 2
                       PERFORM UPSERT-RESOURCE
                   WHEN 3
                       PERFORM BOOK-APPOINTMENT
                   WHEN 4
                       PERFORM COMPLETE-APPOINTMENT
                   WHEN 5
                       PERFORM NO-SHOW-APPOINTMENT
                   WHEN 6
                       PERFORM CANCEL-APPOINTMENT
                   WHEN 7
                       PERFORM DAILY-SHEET
                   WHEN 8
                       PERFORM UTILIZATION-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * RESOURCES
      *****************************************************************
       LIST-RESOURCES.
           OPEN INPUT SPARES-FILE
           IF SR-FILE-ERROR
               DISPLAY "No resources on file."
               CLOSE SPARES-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE        NAME                  KIND       "
                   "SEATS HOURS  SLOT  NO-SHOW STATUS"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SPARES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY SR-CODE "  " SR-NAME "  " SR-KIND " "
                               SR-CAPACITY "   " SR-OPEN-HOUR "-"
                               SR-CLOSE-HOUR "  " SR-SLOT-MINUTES
                               "   " SR-NOSHOW-PCT "%    " SR-STATUS
               END-READ
           END-PERFORM
           CLOSE SPARES-FILE
           MOVE 'N' TO WS-EOF.

       UPSERT-RESOURCE.
           DISPLAY "Resource code (THERAPIST1, SPAROOM2, CITYTOUR): "
           ACCEPT WS-IN-SR-CODE
           IF WS-IN-SR-CODE = SPACES
               DISPLAY "Code cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SR-CODE))
               TO WS-IN-SR-CODE
           DISPLAY "Name: "
           ACCEPT WS-IN-SR-NAME
           DISPLAY "Kind - 1. Therapist  2. Treatment room  3. Tour  "
                   "4. Class: "
           ACCEPT WS-IN-KIND-CH
           IF WS-IN-KIND-CH < 1 OR WS-IN-KIND-CH > 4
               DISPLAY "Invalid kind."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Guests per slot (0 = 1): "
           ACCEPT WS-IN-CAPACITY
           IF WS-IN-CAPACITY = 0
               MOVE 1 TO WS-IN-CAPACITY
           END-IF
           DISPLAY "Opens at hour (00-23): "
           ACCEPT WS-IN-OPEN-HOUR
           DISPLAY "Closes at hour (01-24): "
           ACCEPT WS-IN-CLOSE-HOUR
           IF WS-IN-CLOSE-HOUR > 24
              OR WS-IN-CLOSE-HOUR NOT > WS-IN-OPEN-HOUR
               DISPLAY "Closing hour must be after opening hour."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Slot length in minutes (0 = 60): "
           ACCEPT WS-IN-SLOT-MINUTES
           IF WS-IN-SLOT-MINUTES = 0
               MOVE 60 TO WS-IN-SLOT-MINUTES
           END-IF
           IF WS-IN-SLOT-MINUTES >
              (WS-IN-CLOSE-HOUR - WS-IN-OPEN-HOUR) * 60
               DISPLAY "Slot is longer than the opening hours."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "No-show fee as % of the service price: "
           ACCEPT WS-IN-NOSHOW-PCT
           IF WS-IN-NOSHOW-PCT > 100
               MOVE 100 TO WS-IN-NOSHOW-PCT
           END-IF
           DISPLAY "Retire this resource? (Y/N): "
           ACCEPT WS-IN-RETIRE
           MOVE FUNCTION UPPER-CASE(WS-IN-RETIRE) TO WS-IN-RETIRE

           OPEN I-O SPARES-FILE
           IF SR-FILE-ERROR
               CLOSE SPARES-FILE
               OPEN OUTPUT SPARES-FILE
               CLOSE SPARES-FILE
               OPEN I-O SPARES-FILE
           END-IF
           MOVE WS-IN-SR-CODE TO SR-CODE
           READ SPARES-FILE KEY IS SR-CODE
               INVALID KEY
                   PERFORM FILL-RESOURCE
                   WRITE SPA-RESOURCE-RECORD
               NOT INVALID KEY
                   PERFORM FILL-RESOURCE
                   REWRITE SPA-RESOURCE-RECORD
           END-READ
           CLOSE SPARES-FILE
           DISPLAY "Resource saved.".

       FILL-RESOURCE.
           MOVE WS-IN-SR-CODE TO SR-CODE
           MOVE WS-IN-SR-NAME TO SR-NAME
           EVALUATE WS-IN-KIND-CH
               WHEN 1
                   MOVE 'Therapist' TO SR-KIND
               WHEN 2
                   MOVE 'Room' TO SR-KIND
               WHEN 3
                   MOVE 'Tour' TO SR-KIND
               WHEN OTHER
                   MOVE 'Class' TO SR-KIND
           END-EVALUATE
           MOVE WS-IN-CAPACITY TO SR-CAPACITY
           MOVE WS-IN-OPEN-HOUR TO SR-OPEN-HOUR
           MOVE WS-IN-CLOSE-HOUR TO SR-CLOSE-HOUR
           MOVE WS-IN-SLOT-MINUTES TO SR-SLOT-MINUTES
           MOVE WS-IN-NOSHOW-PCT TO SR-NOSHOW-PCT
           IF WS-IN-RETIRE = 'Y'
               MOVE 'Retired' TO SR-STATUS
           ELSE
               MOVE 'Active' TO SR-STATUS
           END-IF.

       *> Leaves the resource in the record area, WS-ENTRY-OK = 'Y'
       *> when it is on file and still taking bookings.
       FIND-RESOURCE.
           MOVE 'N' TO WS-ENTRY-OK
           OPEN INPUT SPARES-FILE
           IF SR-FILE-OK
               MOVE WS-IN-SR-CODE TO SR-CODE
               READ SPARES-FILE KEY IS SR-CODE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(SR-STATUS) = 'Active'
                           MOVE 'Y' TO WS-ENTRY-OK
                       END-IF
               END-READ
           END-IF
           CLOSE SPARES-FILE.

       *> Slots run from the opening hour in steps of the slot
       *> length; the last one must finish by closing time.
       SLOTS-IN-DAY.
           COMPUTE WS-SLOTS-PER-DAY =
               (SR-CLOSE-HOUR - SR-OPEN-HOUR) * 60 / SR-SLOT-MINUTES.

       SLOT-START-TIME.
           COMPUTE WS-START-MIN = SR-OPEN-HOUR * 60
               + (WS-SLOT-NO - 1) * SR-SLOT-MINUTES
           DIVIDE WS-START-MIN BY 60 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MM
           COMPUTE WS-SLOT-TIME = WS-TIME-HH * 100 + WS-TIME-MM.

       CHECK-SLOT-TIME.
           MOVE 'N' TO WS-ENTRY-OK
           DIVIDE WS-IN-TIME BY 100 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MM
           IF WS-TIME-MM > 59 OR WS-TIME-HH < SR-OPEN-HOUR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OFFSET-MIN = (WS-TIME-HH - SR-OPEN-HOUR) * 60
               + WS-TIME-MM
           DIVIDE WS-OFFSET-MIN BY SR-SLOT-MINUTES GIVING WS-SLOT-NO
               REMAINDER WS-SLOT-REM
           PERFORM SLOTS-IN-DAY
           IF WS-SLOT-REM = 0 AND WS-SLOT-NO < WS-SLOTS-PER-DAY
               MOVE 'Y' TO WS-ENTRY-OK
           END-IF.

       *> Guests already in the slot. A no-show still held the chair.
       COUNT-SLOT-USED.
           MOVE 0 TO WS-SLOT-USED
           OPEN INPUT SPAAPPT-FILE
           IF AP-FILE-ERROR
               CLOSE SPAAPPT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SPAAPPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AP-RESOURCE = WS-IN-SR-CODE
                          AND AP-DATE = WS-IN-DATE
                          AND AP-TIME = WS-IN-TIME
                          AND FUNCTION TRIM(AP-STATUS)
                              NOT = 'Cancelled'
                           ADD AP-PAX TO WS-SLOT-USED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPAAPPT-FILE
           MOVE 'N' TO WS-EOF.

      *****************************************************************
      * BOOKING
      *****************************************************************
       BOOK-APPOINTMENT.
           DISPLAY "Resource code: "
           ACCEPT WS-IN-SR-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-SR-CODE) TO WS-IN-SR-CODE
           PERFORM FIND-RESOURCE
           IF WS-ENTRY-OK = 'N'
               DISPLAY "No active resource under that code."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date (YYYYMMDD): "
           ACCEPT WS-IN-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
              OR WS-IN-DATE < WS-CURRENT-DATE-NUM
               DISPLAY "Date must be valid and not in the past."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Start time (HHMM, " SR-SLOT-MINUTES
                   "-minute slots from " SR-OPEN-HOUR "00): "
           ACCEPT WS-IN-TIME
           PERFORM CHECK-SLOT-TIME
           IF WS-ENTRY-OK = 'N'
               DISPLAY "Not a slot start for this resource."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Guests (0 = 1): "
           ACCEPT WS-IN-PAX
           IF WS-IN-PAX = 0
               MOVE 1 TO WS-IN-PAX
           END-IF
           PERFORM COUNT-SLOT-USED
           IF WS-SLOT-USED + WS-IN-PAX > SR-CAPACITY
               COMPUTE WS-SLOT-LEFT = SR-CAPACITY - WS-SLOT-USED
               DISPLAY "Slot full - " WS-SLOT-LEFT " of "
                       SR-CAPACITY " place(s) left."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Service item code: "
           ACCEPT WS-IN-SVC-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-SVC-CODE) TO WS-IN-SVC-CODE
           PERFORM FIND-SERVICE
           IF WS-UNIT-PRICE = 0
               DISPLAY "No priced item under that code in the "
                       "service catalog."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APPT-PRICE = WS-UNIT-PRICE * WS-IN-PAX
               ON SIZE ERROR
                   DISPLAY "Price too large for one appointment."
                   EXIT PARAGRAPH
           END-COMPUTE

           DISPLAY "Check-in ID of the stay (0 = outside guest): "
           ACCEPT WS-IN-CHECKIN-ID
           MOVE 0 TO WS-IN-HOUSE-ACCT
           IF WS-IN-CHECKIN-ID > 0
               PERFORM FIND-STAY
               IF WS-STAY-FOUND = 'N'
                   DISPLAY "No open stay under that check-in id."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "House account number: "
               ACCEPT WS-IN-HOUSE-ACCT
               PERFORM CHECK-HOUSE-ACCOUNT
               IF WS-ENTRY-OK = 'N'
                   DISPLAY "An outside guest needs an open house "
                           "account."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Guest name: "
           ACCEPT WS-IN-GUEST-NAME

           PERFORM READ-SESSION-OPERATOR
           PERFORM GENERATE-NEXT-AP-ID
           OPEN I-O SPAAPPT-FILE
           IF AP-FILE-ERROR
               CLOSE SPAAPPT-FILE
               OPEN OUTPUT SPAAPPT-FILE
               CLOSE SPAAPPT-FILE
               OPEN I-O SPAAPPT-FILE
           END-IF
           INITIALIZE SPA-APPOINTMENT-RECORD
           MOVE WS-NEXT-AP-ID TO AP-ID
           MOVE WS-IN-SR-CODE TO AP-RESOURCE
           MOVE WS-IN-DATE TO AP-DATE
           MOVE WS-IN-TIME TO AP-TIME
           MOVE WS-IN-SVC-CODE TO AP-SVC-CODE
           MOVE WS-IN-PAX TO AP-PAX
           MOVE WS-IN-CHECKIN-ID TO AP-CHECKIN-ID
           MOVE WS-IN-HOUSE-ACCT TO AP-HOUSE-ACCT
           MOVE WS-IN-GUEST-NAME TO AP-GUEST-NAME
           MOVE WS-APPT-PRICE TO AP-PRICE
           MOVE 'Booked' TO AP-STATUS
           MOVE WS-OPERATOR-ID TO AP-BOOKED-BY
           WRITE SPA-APPOINTMENT-RECORD
           CLOSE SPAAPPT-FILE
           DISPLAY "Appointment " WS-NEXT-AP-ID " booked - "
                   WS-IN-DATE " at " WS-IN-TIME ", price "
                   WS-APPT-PRICE ".".

       FIND-SERVICE.
           MOVE 0 TO WS-UNIT-PRICE
           MOVE SPACES TO WS-SVC-DESC
           OPEN INPUT SERVICES-FILE
           IF SVC-FILE-OK
               MOVE WS-IN-SVC-CODE TO SERVICE-CODE
               READ SERVICES-FILE KEY IS SERVICE-CODE
                   NOT INVALID KEY
                       MOVE SERVICE-PRICE TO WS-UNIT-PRICE
                       MOVE SERVICE-DESC TO WS-SVC-DESC
               END-READ
           END-IF
           CLOSE SERVICES-FILE.

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

       CHECK-HOUSE-ACCOUNT.
           MOVE 'N' TO WS-ENTRY-OK
           IF WS-IN-HOUSE-ACCT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HOUSEACCT-FILE
           IF HA-FILE-OK
               MOVE WS-IN-HOUSE-ACCT TO HA-ID
               READ HOUSEACCT-FILE KEY IS HA-ID
                   NOT INVALID KEY
                       IF FUNCTION TRIM(HA-STATUS) = 'Open'
                           MOVE 'Y' TO WS-ENTRY-OK
                       END-IF
               END-READ
           END-IF
           CLOSE HOUSEACCT-FILE.

      *****************************************************************
      * COMPLETION, NO-SHOW AND CANCELLATION
      * Charges post where checkout billing already sweeps: the
      * stay's CHECKIN-ID, or 'H' plus the account number for an
      * outside guest, as parkingDesk and functionDiary do.
      *****************************************************************
       COMPLETE-APPOINTMENT.
           PERFORM OPEN-BOOKED-APPOINTMENT
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE AP-SVC-CODE TO WS-IN-SVC-CODE
           PERFORM FIND-SERVICE
           IF WS-SVC-DESC = SPACES
               MOVE 'Spa / activity' TO WS-SVC-DESC
           END-IF
           MOVE AP-SVC-CODE TO WS-POST-CODE
           MOVE WS-SVC-DESC TO WS-POST-DESC
           MOVE AP-PRICE TO WS-POST-AMOUNT
           PERFORM POST-APPOINTMENT-CHARGE
           IF WS-POSTED = 'Y'
               MOVE 'Completed' TO AP-STATUS
               MOVE WS-POST-AMOUNT TO AP-CHARGED
               MOVE WS-NEXT-FOLIO-ID TO AP-FOLIO-LINE-ID
               REWRITE SPA-APPOINTMENT-RECORD
               DISPLAY "Appointment " AP-ID " completed - "
                       WS-POST-AMOUNT " posted."
           END-IF
           CLOSE SPAAPPT-FILE.

       NO-SHOW-APPOINTMENT.
           PERFORM OPEN-BOOKED-APPOINTMENT
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF AP-DATE > WS-CURRENT-DATE-NUM
               DISPLAY "Appointment is still to come - cancel it "
                       "instead."
               CLOSE SPAAPPT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE AP-RESOURCE TO WS-IN-SR-CODE
           MOVE 0 TO WS-IN-NOSHOW-PCT
           OPEN INPUT SPARES-FILE
           IF SR-FILE-OK
               MOVE WS-IN-SR-CODE TO SR-CODE
               READ SPARES-FILE KEY IS SR-CODE
                   NOT INVALID KEY
                       MOVE SR-NOSHOW-PCT TO WS-IN-NOSHOW-PCT
               END-READ
           END-IF
           CLOSE SPARES-FILE
           COMPUTE WS-POST-AMOUNT ROUNDED =
               AP-PRICE * WS-IN-NOSHOW-PCT / 100
           MOVE 'NOSHOW' TO WS-POST-CODE
           MOVE SPACES TO WS-POST-DESC
           STRING "No-show " AP-SVC-CODE DELIMITED BY SIZE
               INTO WS-POST-DESC
           MOVE 'N' TO WS-POSTED
           MOVE 0 TO WS-NEXT-FOLIO-ID
           IF WS-POST-AMOUNT > 0
               PERFORM POST-APPOINTMENT-CHARGE
           ELSE
               MOVE 'Y' TO WS-POSTED
           END-IF
           IF WS-POSTED = 'Y'
               MOVE 'No-show' TO AP-STATUS
               MOVE WS-POST-AMOUNT TO AP-CHARGED
               MOVE WS-NEXT-FOLIO-ID TO AP-FOLIO-LINE-ID
               REWRITE SPA-APPOINTMENT-RECORD
               DISPLAY "Appointment " AP-ID " marked no-show - fee "
                       WS-POST-AMOUNT " posted."
           END-IF
           CLOSE SPAAPPT-FILE.

       CANCEL-APPOINTMENT.
           PERFORM OPEN-BOOKED-APPOINTMENT
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Cancelled' TO AP-STATUS
           REWRITE SPA-APPOINTMENT-RECORD
           DISPLAY "Appointment " AP-ID " cancelled."
           CLOSE SPAAPPT-FILE.

       *> Leaves SPAAPPT-FILE open I-O on a Booked appointment when
       *> WS-ENTRY-OK = 'Y'; otherwise the file is closed again.
       OPEN-BOOKED-APPOINTMENT.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "Appointment number: "
           ACCEPT WS-IN-AP-ID
           OPEN I-O SPAAPPT-FILE
           IF AP-FILE-ERROR
               DISPLAY "No appointments on file."
               CLOSE SPAAPPT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-AP-ID TO AP-ID
           READ SPAAPPT-FILE KEY IS AP-ID
               INVALID KEY
                   DISPLAY "Appointment not found."
               NOT INVALID KEY
                   IF FUNCTION TRIM(AP-STATUS) = 'Booked'
                       MOVE 'Y' TO WS-ENTRY-OK
                       DISPLAY AP-ID " " AP-RESOURCE " " AP-DATE " "
                               AP-TIME " " AP-SVC-CODE " "
                               FUNCTION TRIM(AP-GUEST-NAME)
                   ELSE
                       DISPLAY "Appointment is already "
                               FUNCTION TRIM(AP-STATUS) "."
                   END-IF
           END-READ
           IF WS-ENTRY-OK = 'N'
               CLOSE SPAAPPT-FILE
           END-IF.

       *> An in-house guest who has since checked out can no longer
       *> be charged here; the appointment stays Booked so the desk
       *> settles it by hand.
       POST-APPOINTMENT-CHARGE.
           MOVE 'N' TO WS-POSTED
           IF AP-CHECKIN-ID > 0
               MOVE AP-CHECKIN-ID TO WS-IN-CHECKIN-ID
               PERFORM FIND-STAY
               IF WS-STAY-FOUND = 'N'
                   DISPLAY "Guest has checked out - nothing posted; "
                           "charge it through the folio by hand."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-HA-MARK
               STRING "H" AP-HOUSE-ACCT DELIMITED BY SIZE
                   INTO WS-HA-MARK
               MOVE WS-HA-MARK TO WS-STAY-ROOM-ID
           END-IF
           PERFORM GENERATE-NEXT-FOLIO-ID
           OPEN I-O FOLIO-FILE
           IF FOLIO-FILE-ERROR
               CLOSE FOLIO-FILE
               OPEN OUTPUT FOLIO-FILE
               CLOSE FOLIO-FILE
               OPEN I-O FOLIO-FILE
           END-IF
           MOVE WS-NEXT-FOLIO-ID TO FOLIO-LINE-ID
           MOVE AP-CHECKIN-ID TO FOLIO-CHECKIN-ID
           MOVE WS-STAY-ROOM-ID TO FOLIO-ROOM-ID
           MOVE WS-POST-CODE TO FOLIO-SVC-CODE
           MOVE WS-POST-DESC TO FOLIO-SVC-DESC
           MOVE WS-POST-AMOUNT TO FOLIO-SVC-PRICE
           MOVE WS-CURRENT-DATE-NUM TO FOLIO-POST-DATE
           MOVE 'SPA' TO FOLIO-POSTED-BY
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
      * DAILY SCHEDULE SHEET
      * One block per active resource, one line per slot, with the
      * guests booked into it or FREE and the places still open.
      *****************************************************************
       DAILY-SHEET.
           DISPLAY "Date (YYYYMMDD, 0 = today): "
           ACCEPT WS-SHEET-DATE
           IF WS-SHEET-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-SHEET-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SHEET-DATE) NOT = 0
               DISPLAY "Not a valid date."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DAY-APPOINTMENTS
           MOVE 0 TO WS-SHEET-RESOURCES
           MOVE 0 TO WS-SHEET-ROWS

           OPEN OUTPUT SHEET-REPORT-FILE
           MOVE SPACES TO SS-LINE
           STRING "SPA / ACTIVITY SCHEDULE FOR " WS-SHEET-DATE
               "   PRINTED " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO SS-LINE
           WRITE SS-LINE
           MOVE ALL "=" TO SS-LINE
           WRITE SS-LINE
           OPEN INPUT SPARES-FILE
           IF SR-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SPARES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(SR-STATUS) = 'Active'
                               PERFORM WRITE-RESOURCE-SHEET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SPARES-FILE
           MOVE 'N' TO WS-EOF
           IF WS-SHEET-RESOURCES = 0
               MOVE "NO ACTIVE RESOURCES" TO SS-LINE
               WRITE SS-LINE
           END-IF
           CLOSE SHEET-REPORT-FILE
           MOVE 'SPASHEET' TO RCA-REPORT-NAME
           MOVE '../DATA/SPASHEET.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Resources: " WS-SHEET-RESOURCES
                   "   Appointments: " WS-SHEET-ROWS
           DISPLAY "Schedule written to SPASHEET.RPT".

       LOAD-DAY-APPOINTMENTS.
           MOVE 0 TO WS-DA-COUNT
           OPEN INPUT SPAAPPT-FILE
           IF AP-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SPAAPPT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AP-DATE = WS-SHEET-DATE
                              AND FUNCTION TRIM(AP-STATUS)
                                  NOT = 'Cancelled'
                              AND WS-DA-COUNT < 500
                               PERFORM TAKE-DAY-APPOINTMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SPAAPPT-FILE
           MOVE 'N' TO WS-EOF.

       TAKE-DAY-APPOINTMENT.
           ADD 1 TO WS-DA-COUNT
           MOVE AP-ID TO WS-DA-ID(WS-DA-COUNT)
           MOVE AP-RESOURCE TO WS-DA-RESOURCE(WS-DA-COUNT)
           MOVE AP-TIME TO WS-DA-TIME(WS-DA-COUNT)
           MOVE AP-SVC-CODE TO WS-DA-SVC-CODE(WS-DA-COUNT)
           MOVE AP-PAX TO WS-DA-PAX(WS-DA-COUNT)
           MOVE AP-GUEST-NAME TO WS-DA-GUEST(WS-DA-COUNT)
           MOVE AP-STATUS TO WS-DA-STATUS(WS-DA-COUNT)
           IF AP-CHECKIN-ID > 0
               MOVE AP-CHECKIN-ID TO WS-DA-BILL-TO(WS-DA-COUNT)
           ELSE
               MOVE SPACES TO WS-HA-MARK
               STRING "H" AP-HOUSE-ACCT DELIMITED BY SIZE
                   INTO WS-HA-MARK
               MOVE WS-HA-MARK TO WS-DA-BILL-TO(WS-DA-COUNT)
           END-IF.

       WRITE-RESOURCE-SHEET.
           ADD 1 TO WS-SHEET-RESOURCES
           MOVE SPACES TO SS-LINE
           WRITE SS-LINE
           MOVE SPACES TO SS-LINE
           STRING SR-CODE "  " SR-NAME "  " SR-KIND "  PLACES PER "
               "SLOT: " SR-CAPACITY
               DELIMITED BY SIZE INTO SS-LINE
           WRITE SS-LINE
           MOVE SPACES TO SS-LINE
           STRING "TIME  APPT   GUEST                      BILL TO  "
               "SERVICE     PAX  STATUS"
               DELIMITED BY SIZE INTO SS-LINE
           WRITE SS-LINE
           MOVE ALL "-" TO SS-LINE
           WRITE SS-LINE
           PERFORM SLOTS-IN-DAY
           PERFORM VARYING WS-SLOT-NO FROM 1 BY 1
                   UNTIL WS-SLOT-NO > WS-SLOTS-PER-DAY
               PERFORM WRITE-SLOT-LINES
           END-PERFORM.

       WRITE-SLOT-LINES.
           PERFORM SLOT-START-TIME
           MOVE 0 TO WS-SLOT-USED
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-COUNT
               IF WS-DA-RESOURCE(WS-DA-IDX) = SR-CODE
                  AND WS-DA-TIME(WS-DA-IDX) = WS-SLOT-TIME
                   ADD WS-DA-PAX(WS-DA-IDX) TO WS-SLOT-USED
                   ADD 1 TO WS-SHEET-ROWS
                   MOVE SPACES TO SS-LINE
                   STRING WS-SLOT-TIME "  " WS-DA-ID(WS-DA-IDX) "  "
                       WS-DA-GUEST(WS-DA-IDX) "  "
                       WS-DA-BILL-TO(WS-DA-IDX) "    "
                       WS-DA-SVC-CODE(WS-DA-IDX) "  "
                       WS-DA-PAX(WS-DA-IDX) "  "
                       WS-DA-STATUS(WS-DA-IDX)
                       DELIMITED BY SIZE INTO SS-LINE
                   WRITE SS-LINE
               END-IF
           END-PERFORM
           IF WS-SLOT-USED = 0
               MOVE SPACES TO SS-LINE
               STRING WS-SLOT-TIME "  -- FREE --"
                   DELIMITED BY SIZE INTO SS-LINE
               WRITE SS-LINE
           ELSE
               IF WS-SLOT-USED < SR-CAPACITY
                   COMPUTE WS-SLOT-LEFT = SR-CAPACITY - WS-SLOT-USED
                   MOVE SPACES TO SS-LINE
                   STRING "      " WS-SLOT-LEFT " PLACE(S) OPEN"
                       DELIMITED BY SIZE INTO SS-LINE
                   WRITE SS-LINE
               END-IF
           END-IF.

      *****************************************************************
      * UTILIZATION REPORT
      * Places offered = slots per day x places per slot x days in
      * the range; places sold = guests booked, completed or no-show.
      * Revenue is what was posted: services and no-show fees.
      *****************************************************************
       UTILIZATION-REPORT.
           DISPLAY "From date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To date (YYYYMMDD, 0 = today): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-TO-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
              OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Invalid date range."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RANGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 1
           PERFORM LOAD-RESOURCES
           IF WS-RS-COUNT = 0
               DISPLAY "No resources on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-UP-APPOINTMENTS
           MOVE 0 TO WS-TOT-OFFERED
           MOVE 0 TO WS-TOT-SOLD
           MOVE 0 TO WS-TOT-REVENUE

           OPEN OUTPUT UTIL-REPORT-FILE
           MOVE SPACES TO SU-LINE
           STRING "SPA / ACTIVITY UTILIZATION " WS-FROM-DATE " TO "
               WS-TO-DATE "   RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO SU-LINE
           WRITE SU-LINE
           MOVE ALL "=" TO SU-LINE
           WRITE SU-LINE
           MOVE SPACES TO SU-LINE
           STRING "RESOURCE    NAME                  KIND       "
               "  OFFERED      SOLD   UTIL%  DONE NO-SHOW CANCEL"
               "         REVENUE"
               DELIMITED BY SIZE INTO SU-LINE
           WRITE SU-LINE
           MOVE ALL "-" TO SU-LINE
           WRITE SU-LINE
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               PERFORM WRITE-UTIL-LINE
           END-PERFORM
           MOVE ALL "-" TO SU-LINE
           WRITE SU-LINE
           MOVE 0 TO WS-UTIL-PCT
           IF WS-TOT-OFFERED > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-TOT-SOLD * 100 / WS-TOT-OFFERED
           END-IF
           MOVE WS-UTIL-PCT TO WS-PCT-DSP
           MOVE WS-TOT-REVENUE TO WS-VALUE-DSP
           MOVE SPACES TO SU-LINE
           STRING "ALL RESOURCES  OFFERED: " WS-TOT-OFFERED
               "  SOLD: " WS-TOT-SOLD "  UTIL: " WS-PCT-DSP
               "%  REVENUE: " WS-VALUE-DSP
               DELIMITED BY SIZE INTO SU-LINE
           WRITE SU-LINE
           CLOSE UTIL-REPORT-FILE
           MOVE 'SPAUTIL' TO RCA-REPORT-NAME
           MOVE '../DATA/SPAUTIL.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Overall utilization: " WS-PCT-DSP "%"
           DISPLAY "Report written to SPAUTIL.RPT".

       LOAD-RESOURCES.
           MOVE 0 TO WS-RS-COUNT
           OPEN INPUT SPARES-FILE
           IF SR-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SPARES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-RS-COUNT < 100
                               PERFORM TAKE-ONE-RESOURCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SPARES-FILE
           MOVE 'N' TO WS-EOF.

       *> A retired resource offers nothing; it still shows when it
       *> has appointments in the range.
       TAKE-ONE-RESOURCE.
           ADD 1 TO WS-RS-COUNT
           MOVE SR-CODE TO WS-RS-CODE(WS-RS-COUNT)
           MOVE SR-NAME TO WS-RS-NAME(WS-RS-COUNT)
           MOVE SR-KIND TO WS-RS-KIND(WS-RS-COUNT)
           MOVE 0 TO WS-RS-OFFERED(WS-RS-COUNT)
           IF FUNCTION TRIM(SR-STATUS) = 'Active'
               PERFORM SLOTS-IN-DAY
               COMPUTE WS-RS-OFFERED(WS-RS-COUNT) =
                   WS-SLOTS-PER-DAY * SR-CAPACITY * WS-RANGE-DAYS
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-RS-OFFERED(WS-RS-COUNT)
               END-COMPUTE
           END-IF
           MOVE 0 TO WS-RS-SOLD(WS-RS-COUNT)
           MOVE 0 TO WS-RS-COMPLETED(WS-RS-COUNT)
           MOVE 0 TO WS-RS-NOSHOWS(WS-RS-COUNT)
           MOVE 0 TO WS-RS-CANCELLED(WS-RS-COUNT)
           MOVE 0 TO WS-RS-REVENUE(WS-RS-COUNT).

       ADD-UP-APPOINTMENTS.
           OPEN INPUT SPAAPPT-FILE
           IF AP-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SPAAPPT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AP-DATE >= WS-FROM-DATE
                              AND AP-DATE <= WS-TO-DATE
                               PERFORM ADD-ONE-APPOINTMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SPAAPPT-FILE
           MOVE 'N' TO WS-EOF.

       ADD-ONE-APPOINTMENT.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               IF WS-RS-CODE(WS-RS-IDX) = AP-RESOURCE
                   EVALUATE FUNCTION TRIM(AP-STATUS)
                       WHEN 'Cancelled'
                           ADD 1 TO WS-RS-CANCELLED(WS-RS-IDX)
                       WHEN 'Completed'
                           ADD 1 TO WS-RS-COMPLETED(WS-RS-IDX)
                           ADD AP-PAX TO WS-RS-SOLD(WS-RS-IDX)
                       WHEN 'No-show'
                           ADD 1 TO WS-RS-NOSHOWS(WS-RS-IDX)
                           ADD AP-PAX TO WS-RS-SOLD(WS-RS-IDX)
                       WHEN OTHER
                           ADD AP-PAX TO WS-RS-SOLD(WS-RS-IDX)
                   END-EVALUATE
                   ADD AP-CHARGED TO WS-RS-REVENUE(WS-RS-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-UTIL-LINE.
           IF WS-RS-OFFERED(WS-RS-IDX) = 0
              AND WS-RS-SOLD(WS-RS-IDX) = 0
              AND WS-RS-CANCELLED(WS-RS-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-RS-OFFERED(WS-RS-IDX) TO WS-TOT-OFFERED
           ADD WS-RS-SOLD(WS-RS-IDX) TO WS-TOT-SOLD
           ADD WS-RS-REVENUE(WS-RS-IDX) TO WS-TOT-REVENUE
           MOVE 0 TO WS-UTIL-PCT
           IF WS-RS-OFFERED(WS-RS-IDX) > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-RS-SOLD(WS-RS-IDX) * 100
                   / WS-RS-OFFERED(WS-RS-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-UTIL-PCT
               END-COMPUTE
           END-IF
           MOVE WS-UTIL-PCT TO WS-PCT-DSP
           MOVE WS-RS-REVENUE(WS-RS-IDX) TO WS-VALUE-DSP
           MOVE SPACES TO SU-LINE
           STRING WS-RS-CODE(WS-RS-IDX) "  " WS-RS-NAME(WS-RS-IDX)
               "  " WS-RS-KIND(WS-RS-IDX) " "
               WS-RS-OFFERED(WS-RS-IDX) "   "
               WS-RS-SOLD(WS-RS-IDX) "   " WS-PCT-DSP " "
               WS-RS-COMPLETED(WS-RS-IDX) "  "
               WS-RS-NOSHOWS(WS-RS-IDX) "  "
               WS-RS-CANCELLED(WS-RS-IDX) " " WS-VALUE-DSP
               DELIMITED BY SIZE INTO SU-LINE
           WRITE SU-LINE.

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

       GENERATE-NEXT-AP-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'SPAAPPT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-AP-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-AP-ID
           CLOSE COUNTERS-FILE.

       SEED-AP-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT SPAAPPT-FILE
           IF AP-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ SPAAPPT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF AP-ID > COUNTER-NEXT-ID
                               MOVE AP-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SPAAPPT-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'SPAAPPT' TO COUNTER-NAME
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

       END PROGRAM spaBook.
