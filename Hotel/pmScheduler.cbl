       IDENTIFICATION DIVISION.
       PROGRAM-ID. pmScheduler.

      *****************************************************************
      * PREVENTIVE MAINTENANCE SCHEDULER
      * Night-run job: walks every room against every active task in
      * the preventive maintenance plan (PMTASKS.DAT) - a task covers
      * one room, every room of a type, or every room - and keeps
      * each room's next due date in PMSCHED.DAT. Once a task's
      * order from last time is closed the next falls due one
      * frequency after the work was done (after the due date, when
      * the order was skipped). A task coming due within the week
      * gets a work order on the maintenance worklist, planned for
      * the vacant night nearest its due date inside the task's
      * grace window, so the engineer is not turning a guest out;
      * when every night is sold the order is planned for the due
      * date and the desk has to work around it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMTASK-FILE ASSIGN TO '../DATA/PMTASKS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-TASK-CODE
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT PMSCHED-FILE ASSIGN TO '../DATA/PMSCHED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT WORKORDER-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID
               FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PMTASK-FILE.
       COPY "./CopyBooks/PMTASK.cpy".

       FD  PMSCHED-FILE.
       COPY "./CopyBooks/PMSCHED.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PM-FILE-STATUS       PIC 99.
           88 PM-FILE-OK           VALUE 00.
           88 PM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PS-FILE-STATUS       PIC 99.
           88 PS-FILE-OK           VALUE 00.
           88 PS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-NEXT-WO-ID           PIC 9(5).
       01  WS-WO-SEED-EOF          PIC X VALUE 'N'.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-LEAD-DAYS            PIC 9(2) VALUE 7.
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-LEAD-LIMIT           PIC 9(8).

       *> Active tasks in the plan
       01  WS-TASK-COUNT           PIC 9(2) VALUE 0.
       01  WS-TASK-IDX             PIC 9(2).
       01  WS-TASK-TABLE.
           05 WS-TASK-ENTRY OCCURS 50 TIMES.
               10 WS-TK-CODE       PIC X(8).
               10 WS-TK-DESC       PIC X(30).
               10 WS-TK-SCOPE      PIC X.
               10 WS-TK-TARGET     PIC X(10).
               10 WS-TK-FREQ       PIC 9(3).
               10 WS-TK-GRACE      PIC 9(3).
               10 WS-TK-CATEGORY   PIC X(12).
               10 WS-TK-ENGINEER   PIC X(20).
               10 WS-TK-START      PIC 9(8).

       *> Nights already sold, room by room, from tonight on
       01  WS-BK-COUNT             PIC 9(4) VALUE 0.
       01  WS-BK-IDX               PIC 9(4).
       01  WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 3000 TIMES.
               10 WS-BK-ROOM       PIC X(5).
               10 WS-BK-IN         PIC 9(8).
               10 WS-BK-OUT        PIC 9(8).

       01  WS-TASK-APPLIES         PIC X.
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-WINDOW-START         PIC 9(8).
       01  WS-WINDOW-END           PIC 9(8).
       01  WS-TRY-INTEGER          PIC 9(8).
       01  WS-TRY-DATE             PIC 9(8).
       01  WS-NIGHT-FREE           PIC X.
       01  WS-BEST-DATE            PIC 9(8).
       01  WS-BEST-DISTANCE        PIC 9(5).
       01  WS-DISTANCE             PIC 9(5).

       01  WS-ROOMS-CHECKED        PIC 9(5) VALUE 0.
       01  WS-ORDERS-RAISED        PIC 9(5) VALUE 0.
       01  WS-ORDERS-COMPLETED     PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-LEAD-LIMIT = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER + WS-LEAD-DAYS)
           MOVE 0 TO WS-ROOMS-CHECKED
           MOVE 0 TO WS-ORDERS-RAISED
           MOVE 0 TO WS-ORDERS-COMPLETED

           PERFORM LOAD-ACTIVE-TASKS
           IF WS-TASK-COUNT = 0
               DISPLAY "No preventive maintenance tasks in the plan."
               GOBACK
           END-IF
           PERFORM LOAD-SOLD-NIGHTS

           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-ERROR
               DISPLAY "Rooms file could not be opened."
               CLOSE ROOMS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PMSCHED-FILE
           IF PS-FILE-ERROR
               CLOSE PMSCHED-FILE
               OPEN OUTPUT PMSCHED-FILE
               CLOSE PMSCHED-FILE
               OPEN I-O PMSCHED-FILE
           END-IF
           OPEN I-O WORKORDER-FILE
           IF WO-FILE-ERROR
               CLOSE WORKORDER-FILE
               OPEN OUTPUT WORKORDER-FILE
               CLOSE WORKORDER-FILE
               OPEN I-O WORKORDER-FILE
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOMS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROOMS-CHECKED
                       PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
                               UNTIL WS-TASK-IDX > WS-TASK-COUNT
                           PERFORM CHECK-TASK-APPLIES
                           IF WS-TASK-APPLIES = 'Y'
                               PERFORM SCHEDULE-ROOM-TASK
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           CLOSE PMSCHED-FILE
           CLOSE WORKORDER-FILE

           DISPLAY "Preventive maintenance: " WS-ROOMS-CHECKED
                   " room(s) checked, " WS-ORDERS-COMPLETED
                   " order(s) cleared, " WS-ORDERS-RAISED
                   " order(s) raised."
           GOBACK.

       LOAD-ACTIVE-TASKS.
           MOVE 0 TO WS-TASK-COUNT
           OPEN INPUT PMTASK-FILE
           IF PM-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PMTASK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PM-STATUS = 'Active'
                              AND PM-FREQ-DAYS > 0
                              AND WS-TASK-COUNT < 50
                               PERFORM TAKE-ONE-TASK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PMTASK-FILE.

       TAKE-ONE-TASK.
           ADD 1 TO WS-TASK-COUNT
           MOVE PM-TASK-CODE TO WS-TK-CODE(WS-TASK-COUNT)
           MOVE PM-DESC TO WS-TK-DESC(WS-TASK-COUNT)
           MOVE PM-SCOPE TO WS-TK-SCOPE(WS-TASK-COUNT)
           MOVE PM-TARGET TO WS-TK-TARGET(WS-TASK-COUNT)
           MOVE PM-FREQ-DAYS TO WS-TK-FREQ(WS-TASK-COUNT)
           MOVE PM-GRACE-DAYS TO WS-TK-GRACE(WS-TASK-COUNT)
           MOVE PM-CATEGORY TO WS-TK-CATEGORY(WS-TASK-COUNT)
           MOVE PM-ENGINEER TO WS-TK-ENGINEER(WS-TASK-COUNT)
           MOVE PM-START-DATE TO WS-TK-START(WS-TASK-COUNT)
           IF PM-START-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-TK-START(WS-TASK-COUNT)
           END-IF.

       *> Active and optional bookings hold their room; a sharer
       *> rides on the principal's room.
       LOAD-SOLD-NIGHTS.
           MOVE 0 TO WS-BK-COUNT
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (BOOKING-STATUS = 'Active'
                               OR BOOKING-STATUS = 'Option')
                              AND SHARE-ROLE-BK NOT = 'S'
                              AND CHECKOUT-DATE > WS-CURRENT-DATE-NUM
                              AND WS-BK-COUNT < 3000
                               ADD 1 TO WS-BK-COUNT
                               MOVE ROOM-ID-BK
                                   TO WS-BK-ROOM(WS-BK-COUNT)
                               MOVE CHECKIN-DATE
                                   TO WS-BK-IN(WS-BK-COUNT)
                               MOVE CHECKOUT-DATE
                                   TO WS-BK-OUT(WS-BK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BOOKING-FILE.

       CHECK-TASK-APPLIES.
           MOVE 'N' TO WS-TASK-APPLIES
           EVALUATE WS-TK-SCOPE(WS-TASK-IDX)
               WHEN 'A'
                   MOVE 'Y' TO WS-TASK-APPLIES
               WHEN 'T'
                   IF ROOM-TYPE = WS-TK-TARGET(WS-TASK-IDX)
                       MOVE 'Y' TO WS-TASK-APPLIES
                   END-IF
               WHEN 'R'
                   IF ROOM-ID = WS-TK-TARGET(WS-TASK-IDX)(1:5)
                       MOVE 'Y' TO WS-TASK-APPLIES
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * ONE ROOM, ONE TASK
      *****************************************************************
       SCHEDULE-ROOM-TASK.
           MOVE WS-TK-CODE(WS-TASK-IDX) TO PS-TASK-CODE
           MOVE ROOM-ID TO PS-ROOM-ID
           READ PMSCHED-FILE KEY IS PS-KEY
               INVALID KEY
                   MOVE WS-TK-START(WS-TASK-IDX) TO PS-NEXT-DUE
                   MOVE 0 TO PS-LAST-DONE
                   MOVE 0 TO PS-OPEN-WO
                   WRITE PM-SCHEDULE-RECORD
           END-READ

           IF PS-OPEN-WO > 0
               PERFORM CHECK-OPEN-ORDER
           END-IF
           IF PS-OPEN-WO = 0 AND PS-NEXT-DUE <= WS-LEAD-LIMIT
               PERFORM RAISE-PM-ORDER
           END-IF
           REWRITE PM-SCHEDULE-RECORD.

       *> A finished order sets the clock running from the day the
       *> work was done; a skipped one from the date it was due, so
       *> skipping never pushes the plan back.
       CHECK-OPEN-ORDER.
           MOVE PS-OPEN-WO TO WO-ID
           READ WORKORDER-FILE KEY IS WO-ID
               INVALID KEY
                   MOVE 0 TO PS-OPEN-WO
                   EXIT PARAGRAPH
           END-READ
           EVALUATE FUNCTION TRIM(WO-STATUS)
               WHEN 'Closed'
                   MOVE WO-CLOSED-DATE TO PS-LAST-DONE
                   COMPUTE PS-NEXT-DUE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WO-CLOSED-DATE)
                       + WS-TK-FREQ(WS-TASK-IDX))
                   MOVE 0 TO PS-OPEN-WO
                   ADD 1 TO WS-ORDERS-COMPLETED
               WHEN 'Skipped'
                   COMPUTE PS-NEXT-DUE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WO-DUE-DATE)
                       + WS-TK-FREQ(WS-TASK-IDX))
                   MOVE 0 TO PS-OPEN-WO
                   ADD 1 TO WS-ORDERS-COMPLETED
           END-EVALUATE.

       RAISE-PM-ORDER.
           PERFORM PICK-VACANT-NIGHT
           PERFORM GENERATE-NEXT-WO-ID

           MOVE WS-NEXT-WO-ID TO WO-ID
           MOVE ROOM-ID TO WO-ROOM-ID
           MOVE WS-TK-DESC(WS-TASK-IDX) TO WO-FAULT-DESC
           MOVE WS-TK-ENGINEER(WS-TASK-IDX) TO WO-ENGINEER
           MOVE ZEROS TO WO-PARTS-COST
           MOVE 'Normal' TO WO-PRIORITY
           MOVE 'Open' TO WO-STATUS
           MOVE WS-CURRENT-DATE-NUM TO WO-OPENED-DATE
           MOVE ZEROS TO WO-CLOSED-DATE
           MOVE WS-TK-CATEGORY(WS-TASK-IDX) TO WO-FAULT-CATEGORY
           MOVE WS-TK-CODE(WS-TASK-IDX) TO WO-PM-TASK
           MOVE PS-NEXT-DUE TO WO-DUE-DATE
           MOVE WS-BEST-DATE TO WO-PLANNED-DATE
           MOVE SPACES TO WO-ASSET-TAG
           WRITE WORKORDER-RECORD
               INVALID KEY
                   DISPLAY "Work order " WS-NEXT-WO-ID
                           " could not be written."
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-NEXT-WO-ID TO PS-OPEN-WO
           ADD 1 TO WS-ORDERS-RAISED.

       *> The unsold night nearest the due date, looking from a week
       *> before it (never before tonight) to the end of the grace.
       PICK-VACANT-NIGHT.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(PS-NEXT-DUE)
           IF WS-DUE-INTEGER < WS-TODAY-INTEGER
               MOVE WS-TODAY-INTEGER TO WS-DUE-INTEGER
           END-IF
           COMPUTE WS-BEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           MOVE 99999 TO WS-BEST-DISTANCE

           COMPUTE WS-WINDOW-START = WS-DUE-INTEGER - WS-LEAD-DAYS
           IF WS-WINDOW-START < WS-TODAY-INTEGER
               MOVE WS-TODAY-INTEGER TO WS-WINDOW-START
           END-IF
           COMPUTE WS-WINDOW-END =
               WS-DUE-INTEGER + WS-TK-GRACE(WS-TASK-IDX)

           PERFORM VARYING WS-TRY-INTEGER FROM WS-WINDOW-START BY 1
                   UNTIL WS-TRY-INTEGER > WS-WINDOW-END
               COMPUTE WS-TRY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TRY-INTEGER)
               PERFORM CHECK-NIGHT-FREE
               IF WS-NIGHT-FREE = 'Y'
                   IF WS-TRY-INTEGER < WS-DUE-INTEGER
                       COMPUTE WS-DISTANCE =
                           WS-DUE-INTEGER - WS-TRY-INTEGER
                   ELSE
                       COMPUTE WS-DISTANCE =
                           WS-TRY-INTEGER - WS-DUE-INTEGER
                   END-IF
                   IF WS-DISTANCE < WS-BEST-DISTANCE
                       MOVE WS-DISTANCE TO WS-BEST-DISTANCE
                       MOVE WS-TRY-DATE TO WS-BEST-DATE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-NIGHT-FREE.
           MOVE 'Y' TO WS-NIGHT-FREE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-ROOM(WS-BK-IDX) = ROOM-ID
                  AND WS-BK-IN(WS-BK-IDX) <= WS-TRY-DATE
                  AND WS-BK-OUT(WS-BK-IDX) > WS-TRY-DATE
                   MOVE 'N' TO WS-NIGHT-FREE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-COUNTERS-FILE.
           *> The counter file opens EXCLUSIVE so two terminals can
           *> never hand out the same ID: the second opener backs off
           *> with a message and retries until the holder's brief
           *> open/read/close completes.
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
           *> Only build a fresh counter file when it genuinely does
           *> not exist (status 35) - any other failure here means it
           *> is still locked, and OPEN OUTPUT would wipe every
           *> counter on it.
           IF CTR-FILE-ERROR AND WS-CTR-FILE-STATUS = 35
               OPEN OUTPUT COUNTERS-FILE
               CLOSE COUNTERS-FILE
               OPEN I-O COUNTERS-FILE
           END-IF.

       GENERATE-NEXT-WO-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'WORKORDER' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-WO-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-WO-ID
           CLOSE COUNTERS-FILE.

       *> First use of the WORKORDER counter - seed it from the
       *> highest WO-ID already on file so IDs stay unique. The
       *> work-order file is already open here.
       SEED-WO-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           MOVE 0 TO WO-ID
           START WORKORDER-FILE KEY IS >= WO-ID
               INVALID KEY
                   MOVE 'Y' TO WS-WO-SEED-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-WO-SEED-EOF
           END-START
           PERFORM UNTIL WS-WO-SEED-EOF = 'Y'
               READ WORKORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-WO-SEED-EOF
                   NOT AT END
                       IF WO-ID > COUNTER-NEXT-ID
                           MOVE WO-ID TO COUNTER-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'WORKORDER' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       END PROGRAM pmScheduler.
