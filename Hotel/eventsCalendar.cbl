       IDENTIFICATION DIVISION.
       PROGRAM-ID. eventsCalendar.

      *****************************************************************
      * CITY EVENTS AND HOLIDAY CALENDAR
      * Festivals, trade fairs, conventions and public holidays that
      * drive demand, each with its date range, expected impact
      * (High / Medium / Low) and the property it affects (ALL for
      * every property) in EVENTS.DAT. forecastReport, paceReport,
      * rackChart, availCalendar and the yieldPricing proposal mark
      * the dates through eventLookup, bookRoom names the event a
      * stay falls on, and eventReport compares the event dates with
      * the same dates last year once the event is over.
      * Adding or removing an event needs a Manager or Supervisor.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO '../DATA/EVENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-EV-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       COPY "./CopyBooks/EVENTS.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-EV-FILE-STATUS       PIC 99.
           88 EV-FILE-OK           VALUE 00.
           88 EV-FILE-ERROR        VALUE 01 THRU 99.
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
       01  WS-ENTRY-OK             PIC X.
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-OPERATOR-ROLE        PIC X(10).
       01  WS-PROPERTY             PIC X(4).

       *> Entry
       01  WS-IN-NAME              PIC X(30).
       01  WS-IN-START-DATE        PIC 9(8).
       01  WS-IN-END-DATE          PIC 9(8).
       01  WS-IN-IMPACT-CH         PIC 9.
       01  WS-IN-CATEGORY-CH       PIC 9.
       01  WS-IN-PROPERTY          PIC X(4).
       01  WS-IN-EVENT-ID          PIC 9(5).
       01  WS-LIST-FROM            PIC 9(8).

       01  WS-NEXT-EV-ID           PIC 9(5).
       01  WS-EVENT-DAYS           PIC 9(4).
       01  WS-LIST-COUNT           PIC 9(4).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           PERFORM READ-SESSION-OPERATOR
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   CITY EVENTS / HOLIDAY CALENDAR"
               DISPLAY "=========================================="
               DISPLAY "1. List events"
               DISPLAY "2. Add an event"
               DISPLAY "3. Remove an event"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-EVENTS
                   WHEN 2
                       PERFORM ADD-EVENT
                   WHEN 3
                       PERFORM REMOVE-EVENT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * THE CALENDAR
      *****************************************************************
       *> Events that finished before the date asked for are left
       *> out; a blank date lists from today.
       LIST-EVENTS.
           DISPLAY "List events ending on or after (YYYYMMDD, "
                   "0 = today): "
           ACCEPT WS-LIST-FROM
           IF WS-LIST-FROM = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-LIST-FROM
           END-IF
           OPEN INPUT EVENTS-FILE
           IF EV-FILE-ERROR
               DISPLAY "No events on file."
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID    START    END      IMPACT PROP CATEGORY   "
                   "EVENT"
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EV-END-DATE >= WS-LIST-FROM
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY EV-ID " " EV-START-DATE " "
                                   EV-END-DATE " " EV-IMPACT " "
                                   EV-PROPERTY " " EV-CATEGORY " "
                                   FUNCTION TRIM(EV-NAME)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "Events listed: " WS-LIST-COUNT.

       ADD-EVENT.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "Adding an event requires a Manager or "
                       "Supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Event name: "
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME = SPACES
               DISPLAY "Event name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First day (YYYYMMDD): "
           ACCEPT WS-IN-START-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-START-DATE) NOT = 0
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Last day (YYYYMMDD, 0 = one day only): "
           ACCEPT WS-IN-END-DATE
           IF WS-IN-END-DATE = 0
               MOVE WS-IN-START-DATE TO WS-IN-END-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-END-DATE) NOT = 0
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-END-DATE < WS-IN-START-DATE
               DISPLAY "Last day cannot be before the first day."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EVENT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-IN-END-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-IN-START-DATE) + 1
           IF WS-EVENT-DAYS > 60
               DISPLAY "An event cannot run longer than 60 days."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Expected impact - 1. High  2. Medium  3. Low: "
           ACCEPT WS-IN-IMPACT-CH
           DISPLAY "Kind - 1. Festival  2. Trade fair  "
                   "3. Convention  4. Sport  5. Holiday  6. Other: "
           ACCEPT WS-IN-CATEGORY-CH
           DISPLAY "Property (blank = " WS-PROPERTY ", ALL = every "
                   "property): "
           ACCEPT WS-IN-PROPERTY
           MOVE FUNCTION UPPER-CASE(WS-IN-PROPERTY) TO WS-IN-PROPERTY
           IF WS-IN-PROPERTY = SPACES
               MOVE WS-PROPERTY TO WS-IN-PROPERTY
           END-IF

           PERFORM GENERATE-NEXT-EV-ID
           OPEN I-O EVENTS-FILE
           IF EV-FILE-ERROR
               CLOSE EVENTS-FILE
               OPEN OUTPUT EVENTS-FILE
               CLOSE EVENTS-FILE
               OPEN I-O EVENTS-FILE
           END-IF
           INITIALIZE EVENT-RECORD
           MOVE WS-NEXT-EV-ID TO EV-ID
           MOVE WS-IN-NAME TO EV-NAME
           MOVE WS-IN-START-DATE TO EV-START-DATE
           MOVE WS-IN-END-DATE TO EV-END-DATE
           EVALUATE WS-IN-IMPACT-CH
               WHEN 1
                   MOVE 'High' TO EV-IMPACT
               WHEN 2
                   MOVE 'Medium' TO EV-IMPACT
               WHEN OTHER
                   MOVE 'Low' TO EV-IMPACT
           END-EVALUATE
           EVALUATE WS-IN-CATEGORY-CH
               WHEN 1
                   MOVE 'Festival' TO EV-CATEGORY
               WHEN 2
                   MOVE 'Trade fair' TO EV-CATEGORY
               WHEN 3
                   MOVE 'Convention' TO EV-CATEGORY
               WHEN 4
                   MOVE 'Sport' TO EV-CATEGORY
               WHEN 5
                   MOVE 'Holiday' TO EV-CATEGORY
               WHEN OTHER
                   MOVE 'Other' TO EV-CATEGORY
           END-EVALUATE
           MOVE WS-IN-PROPERTY TO EV-PROPERTY
           MOVE WS-OPERATOR-ID TO EV-CREATED-BY
           MOVE WS-CURRENT-DATE-NUM TO EV-CREATED-DATE
           WRITE EVENT-RECORD
               INVALID KEY
                   DISPLAY "Could not add event " WS-NEXT-EV-ID
               NOT INVALID KEY
                   DISPLAY "Event " WS-NEXT-EV-ID " added: "
                           FUNCTION TRIM(EV-NAME) " "
                           EV-START-DATE " - " EV-END-DATE
           END-WRITE
           CLOSE EVENTS-FILE.

       REMOVE-EVENT.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "Removing an event requires a Manager or "
                       "Supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Event ID to remove: "
           ACCEPT WS-IN-EVENT-ID
           OPEN I-O EVENTS-FILE
           IF EV-FILE-ERROR
               DISPLAY "No events on file."
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-EVENT-ID TO EV-ID
           READ EVENTS-FILE KEY IS EV-ID
               INVALID KEY
                   DISPLAY "Event " WS-IN-EVENT-ID " not found."
               NOT INVALID KEY
                   DISPLAY "Remove " FUNCTION TRIM(EV-NAME) " "
                           EV-START-DATE " - " EV-END-DATE
                           "? (Y/N): "
                   ACCEPT WS-ENTRY-OK
                   IF WS-ENTRY-OK = 'Y' OR WS-ENTRY-OK = 'y'
                       DELETE EVENTS-FILE
                       DISPLAY "Event " WS-IN-EVENT-ID " removed."
                   END-IF
           END-READ
           CLOSE EVENTS-FILE.

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

       GENERATE-NEXT-EV-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'EVENT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-EV-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-EV-ID
           CLOSE COUNTERS-FILE.

       SEED-EV-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT EVENTS-FILE
           IF EV-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ EVENTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF EV-ID > COUNTER-NEXT-ID
                               MOVE EV-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EVENTS-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'EVENT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           MOVE 'MAIN' TO WS-PROPERTY
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
                       IF SESSION-PROPERTY NOT = SPACES
                           MOVE SESSION-PROPERTY TO WS-PROPERTY
                       END-IF
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM eventsCalendar.
