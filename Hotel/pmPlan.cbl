       IDENTIFICATION DIVISION.
       PROGRAM-ID. pmPlan.

      *****************************************************************
      * PREVENTIVE MAINTENANCE PLAN
      * The tasks maintenance does on a clock rather than on a
      * fault - filter changes, boiler checks, mattress turns. Each
      * task covers one room, every room of a type, or every room,
      * and comes round every so many days with a few days' grace.
      * The night run's pmScheduler raises the work orders as tasks
      * fall due; from here the plan is kept, an order the engineer
      * could not get to is skipped (the task then comes round again
      * on its normal cycle), and the compliance report shows, by
      * room and by task, what was done on time, done late, skipped
      * or is overdue. Written to PMCOMPLY.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMTASK-FILE ASSIGN TO '../DATA/PMTASKS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-TASK-CODE
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT WORKORDER-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID
               FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT ROOM-TYPES-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE
               FILE STATUS IS WS-RT-FILE-STATUS.
           SELECT COMPLY-REPORT-FILE ASSIGN TO
               '../DATA/PMCOMPLY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PMTASK-FILE.
       COPY "./CopyBooks/PMTASK.cpy".

       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  COMPLY-REPORT-FILE.
       01  RP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PM-FILE-STATUS       PIC 99.
           88 PM-FILE-OK           VALUE 00.
           88 PM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-LIST-COUNT           PIC 9(3).

       *> Task entry
       01  WS-TASK-CODE-IN         PIC X(8).
       01  WS-NEW-TASK             PIC X.
       01  WS-DESC-IN              PIC X(30).
       01  WS-SCOPE-IN             PIC X.
       01  WS-TARGET-IN            PIC X(10).
       01  WS-FREQ-IN              PIC 9(3).
       01  WS-GRACE-IN             PIC 9(3).
       01  WS-CATEGORY-CH          PIC 9.
       01  WS-ENGINEER-IN          PIC X(20).
       01  WS-START-IN             PIC 9(8).
       01  WS-TARGET-OK            PIC X.
       01  WS-CONFIRM              PIC X.

       *> Skipping an order
       01  WS-SKIP-WO-ID           PIC 9(5).

       *> Compliance report
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-TO-DATE              PIC 9(8).
       01  WS-GRACE-END            PIC 9(8).
       01  WS-OUTCOME              PIC X.
       01  WS-DAYS-LATE            PIC 9(5).

       01  WS-GRACE-COUNT          PIC 9(2) VALUE 0.
       01  WS-GRACE-IDX            PIC 9(2).
       01  WS-GRACE-TABLE.
           05 WS-GRACE-ENTRY OCCURS 50 TIMES.
               10 WS-GR-CODE       PIC X(8).
               10 WS-GR-DAYS       PIC 9(3).
               10 WS-GR-DESC       PIC X(30).
       01  WS-TASK-GRACE           PIC 9(3).

       *> Outcome tallies - one table per grouping; kind 'R' is by
       *> room, 'T' by task
       01  WS-GROUP-COUNT          PIC 9(3) VALUE 0.
       01  WS-GROUP-IDX            PIC 9(3).
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 600 TIMES.
               10 WS-GP-KIND       PIC X.
               10 WS-GP-KEY        PIC X(8).
               10 WS-GP-ORDERS     PIC 9(5).
               10 WS-GP-ON-TIME    PIC 9(5).
               10 WS-GP-LATE       PIC 9(5).
               10 WS-GP-SKIPPED    PIC 9(5).
               10 WS-GP-OVERDUE    PIC 9(5).
               10 WS-GP-PENDING    PIC 9(5).
       01  WS-SEEK-KIND            PIC X.
       01  WS-SEEK-KEY             PIC X(8).
       01  WS-SHOW-KIND            PIC X.
       01  WS-SHOW-TITLE           PIC X(30).

       01  WS-TOT-ORDERS           PIC 9(5).
       01  WS-TOT-ON-TIME          PIC 9(5).
       01  WS-TOT-LATE             PIC 9(5).
       01  WS-TOT-SKIPPED          PIC 9(5).
       01  WS-TOT-OVERDUE          PIC 9(5).
       01  WS-TOT-PENDING          PIC 9(5).

       01  WS-OVERDUE-COUNT        PIC 9(3) VALUE 0.
       01  WS-OVERDUE-IDX          PIC 9(3).
       01  WS-OVERDUE-TABLE.
           05 WS-OVERDUE-ENTRY OCCURS 300 TIMES.
               10 WS-OD-WO-ID      PIC 9(5).
               10 WS-OD-ROOM       PIC X(5).
               10 WS-OD-TASK       PIC X(8).
               10 WS-OD-DUE        PIC 9(8).
               10 WS-OD-PLANNED    PIC 9(8).
               10 WS-OD-DAYS       PIC 9(5).
               10 WS-OD-ENGINEER   PIC X(20).

       01  WS-COUNT-DSP            PIC ZZZZ9.
       01  WS-PCT-DSP              PIC ZZ9.
       01  WS-PCT                  PIC 9(3).
       01  WS-DONE-COUNT           PIC 9(5).
       01  WS-PCT-BASE             PIC 9(5).
       01  WS-DSP-ORDERS           PIC ZZZZ9.
       01  WS-DSP-ON-TIME          PIC ZZZZ9.
       01  WS-DSP-LATE             PIC ZZZZ9.
       01  WS-DSP-SKIPPED          PIC ZZZZ9.
       01  WS-DSP-OVERDUE          PIC ZZZZ9.
       01  WS-DSP-PENDING          PIC ZZZZ9.

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
               DISPLAY "***********************************************"
               DISPLAY "        PREVENTIVE MAINTENANCE PLAN"
               DISPLAY "***********************************************"
               DISPLAY "1. List tasks"
               DISPLAY "2. Add or change a task"
               DISPLAY "3. Retire a task"
               DISPLAY "4. Skip a scheduled order"
               DISPLAY "5. Raise orders now due"
               DISPLAY "6. Compliance report"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-TASKS
                   WHEN 2
                       PERFORM MAINTAIN-TASK
                   WHEN 3
                       PERFORM RETIRE-TASK
                   WHEN 4
                       PERFORM SKIP-ORDER
                   WHEN 5
                       CALL 'pmScheduler'
                       CANCEL 'pmScheduler'
                   WHEN 6
                       PERFORM COMPLIANCE-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * THE PLAN
      *****************************************************************
       LIST-TASKS.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT PMTASK-FILE
           IF PM-FILE-ERROR
               DISPLAY "No preventive maintenance tasks on file."
               CLOSE PMTASK-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TASK      DESCRIPTION                     COVERS"
                   "         EVERY  GRACE  STATUS"
           DISPLAY "-----------------------------------------------"
                   "------------------------------"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PMTASK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       EVALUATE PM-SCOPE
                           WHEN 'A'
                               MOVE 'ALL ROOMS' TO WS-TARGET-IN
                           WHEN 'T'
                               STRING 'T:' PM-TARGET
                                   DELIMITED BY SIZE INTO WS-TARGET-IN
                           WHEN OTHER
                               STRING 'R:' PM-TARGET
                                   DELIMITED BY SIZE INTO WS-TARGET-IN
                       END-EVALUATE
                       DISPLAY PM-TASK-CODE "  " PM-DESC "  "
                           WS-TARGET-IN "  " PM-FREQ-DAYS "d   "
                           PM-GRACE-DAYS "d   " PM-STATUS
               END-READ
           END-PERFORM
           CLOSE PMTASK-FILE
           DISPLAY "Tasks on file: " WS-LIST-COUNT.

       *> A changed task keeps any field left blank or zero.
       MAINTAIN-TASK.
           DISPLAY "Task code: "
           ACCEPT WS-TASK-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-TASK-CODE-IN) TO WS-TASK-CODE-IN
           IF WS-TASK-CODE-IN = SPACES
               DISPLAY "A task code is required."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PMTASK-FILE
           IF PM-FILE-ERROR
               CLOSE PMTASK-FILE
               OPEN OUTPUT PMTASK-FILE
               CLOSE PMTASK-FILE
               OPEN I-O PMTASK-FILE
           END-IF
           MOVE WS-TASK-CODE-IN TO PM-TASK-CODE
           READ PMTASK-FILE KEY IS PM-TASK-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-TASK
                   INITIALIZE PM-TASK-RECORD
                   MOVE WS-TASK-CODE-IN TO PM-TASK-CODE
                   MOVE 'A' TO PM-SCOPE
                   MOVE 'Active' TO PM-STATUS
                   MOVE WS-CURRENT-DATE-NUM TO PM-START-DATE
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-TASK
                   DISPLAY "Changing " PM-TASK-CODE " - "
                           FUNCTION TRIM(PM-DESC)
                           " (blank or 0 keeps the current value)"
           END-READ

           DISPLAY "Description: "
           ACCEPT WS-DESC-IN
           IF WS-DESC-IN NOT = SPACES
               MOVE WS-DESC-IN TO PM-DESC
           END-IF
           DISPLAY "Covers - R one room, T a room type, A all rooms: "
           ACCEPT WS-SCOPE-IN
           MOVE FUNCTION UPPER-CASE(WS-SCOPE-IN) TO WS-SCOPE-IN
           IF WS-SCOPE-IN = 'R' OR WS-SCOPE-IN = 'T'
                                OR WS-SCOPE-IN = 'A'
               MOVE WS-SCOPE-IN TO PM-SCOPE
           END-IF
           IF PM-SCOPE = 'A'
               MOVE SPACES TO PM-TARGET
           ELSE
               IF PM-SCOPE = 'R'
                   DISPLAY "Room: "
               ELSE
                   DISPLAY "Room type: "
               END-IF
               ACCEPT WS-TARGET-IN
               IF WS-TARGET-IN NOT = SPACES
                   MOVE WS-TARGET-IN TO PM-TARGET
               END-IF
               PERFORM CHECK-TASK-TARGET
               IF WS-TARGET-OK = 'N'
                   CLOSE PMTASK-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Every how many days: "
           ACCEPT WS-FREQ-IN
           IF WS-FREQ-IN > 0
               MOVE WS-FREQ-IN TO PM-FREQ-DAYS
           END-IF
           IF PM-FREQ-DAYS = 0
               DISPLAY "A task must come round at least once."
               CLOSE PMTASK-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Days' grace after the due date: "
           ACCEPT WS-GRACE-IN
           IF WS-GRACE-IN > 0
               MOVE WS-GRACE-IN TO PM-GRACE-DAYS
           END-IF
           DISPLAY "Category - 1. Plumbing  2. Electrical  "
               "3. HVAC  4. Furniture  5. Structural  6. Other: "
           ACCEPT WS-CATEGORY-CH
           EVALUATE WS-CATEGORY-CH
               WHEN 1
                   MOVE 'Plumbing' TO PM-CATEGORY
               WHEN 2
                   MOVE 'Electrical' TO PM-CATEGORY
               WHEN 3
                   MOVE 'HVAC' TO PM-CATEGORY
               WHEN 4
                   MOVE 'Furniture' TO PM-CATEGORY
               WHEN 5
                   MOVE 'Structural' TO PM-CATEGORY
               WHEN 6
                   MOVE 'Other' TO PM-CATEGORY
               WHEN OTHER
                   IF PM-CATEGORY = SPACES
                       MOVE 'Other' TO PM-CATEGORY
                   END-IF
           END-EVALUATE
           DISPLAY "Engineer: "
           ACCEPT WS-ENGINEER-IN
           IF WS-ENGINEER-IN NOT = SPACES
               MOVE WS-ENGINEER-IN TO PM-ENGINEER
           END-IF
           DISPLAY "First due (YYYYMMDD, 0 = "
                   PM-START-DATE "): "
           ACCEPT WS-START-IN
           IF WS-START-IN > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-IN) NOT = 0
                   DISPLAY "Not a valid date."
                   CLOSE PMTASK-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-START-IN TO PM-START-DATE
           END-IF

           IF WS-NEW-TASK = 'Y'
               WRITE PM-TASK-RECORD
                   INVALID KEY
                       DISPLAY "Task could not be added."
                   NOT INVALID KEY
                       DISPLAY "Task " PM-TASK-CODE " added."
               END-WRITE
           ELSE
               MOVE 'Active' TO PM-STATUS
               REWRITE PM-TASK-RECORD
                   INVALID KEY
                       DISPLAY "Task could not be changed."
                   NOT INVALID KEY
                       DISPLAY "Task " PM-TASK-CODE " changed."
               END-REWRITE
           END-IF
           CLOSE PMTASK-FILE.

       CHECK-TASK-TARGET.
           MOVE 'Y' TO WS-TARGET-OK
           IF PM-SCOPE = 'R'
               OPEN INPUT ROOMS-FILE
               MOVE PM-TARGET(1:5) TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   INVALID KEY
                       DISPLAY "Room " PM-TARGET(1:5) " not found."
                       MOVE 'N' TO WS-TARGET-OK
               END-READ
               CLOSE ROOMS-FILE
           ELSE
               OPEN INPUT ROOM-TYPES-FILE
               MOVE PM-TARGET TO ROOM-TYPE-CODE
               READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
                   INVALID KEY
                       DISPLAY "Room type " FUNCTION TRIM(PM-TARGET)
                               " not found."
                       MOVE 'N' TO WS-TARGET-OK
               END-READ
               CLOSE ROOM-TYPES-FILE
           END-IF.

       *> Retiring stops new orders; any order already raised stays
       *> on the worklist until it is closed or skipped.
       RETIRE-TASK.
           DISPLAY "Task code to retire: "
           ACCEPT WS-TASK-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-TASK-CODE-IN) TO WS-TASK-CODE-IN
           OPEN I-O PMTASK-FILE
           IF PM-FILE-ERROR
               DISPLAY "No preventive maintenance tasks on file."
               CLOSE PMTASK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TASK-CODE-IN TO PM-TASK-CODE
           READ PMTASK-FILE KEY IS PM-TASK-CODE
               INVALID KEY
                   DISPLAY "Task not found."
                   CLOSE PMTASK-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Retire " FUNCTION TRIM(PM-DESC) "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = 'Y'
               MOVE 'Retired' TO PM-STATUS
               REWRITE PM-TASK-RECORD
               DISPLAY "Task " PM-TASK-CODE " retired."
           END-IF
           CLOSE PMTASK-FILE.

       *> A skipped order counts against compliance; the task comes
       *> round again one cycle after the date it was due.
       SKIP-ORDER.
           DISPLAY "Work Order ID to skip: "
           ACCEPT WS-SKIP-WO-ID
           OPEN I-O WORKORDER-FILE
           IF WO-FILE-ERROR
               DISPLAY "No work orders on file."
               CLOSE WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SKIP-WO-ID TO WO-ID
           READ WORKORDER-FILE KEY IS WO-ID
               INVALID KEY
                   DISPLAY "Work order not found."
                   CLOSE WORKORDER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF WO-PM-TASK = SPACES OR WO-PM-TASK = LOW-VALUES
               DISPLAY "Not a preventive maintenance order - close "
                       "it from the worklist."
               CLOSE WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WO-STATUS) NOT = 'Open'
               DISPLAY "Work order is already "
                       FUNCTION TRIM(WO-STATUS) "."
               CLOSE WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Skipped' TO WO-STATUS
           MOVE WS-CURRENT-DATE-NUM TO WO-CLOSED-DATE
           REWRITE WORKORDER-RECORD
           CLOSE WORKORDER-FILE
           DISPLAY "Work order " WS-SKIP-WO-ID " skipped.".

      *****************************************************************
      * COMPLIANCE REPORT
      * Every preventive order due in the period, judged against its
      * task's grace:
      *   on time  - closed no later than due date + grace
      *   late     - closed after that
      *   skipped  - skipped from this menu
      *   overdue  - still open with the grace run out
      *   pending  - still open, grace not yet run out
      *****************************************************************
       COMPLIANCE-REPORT.
           DISPLAY "Orders due from (YYYYMMDD, 0 = start of year): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-DATE = WS-CURRENT-YEAR * 10000 + 101
           END-IF
           DISPLAY "Orders due to (YYYYMMDD, 0 = today): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "The period ends before it starts."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TASK-GRACE
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-TOT-ORDERS
           MOVE 0 TO WS-TOT-ON-TIME
           MOVE 0 TO WS-TOT-LATE
           MOVE 0 TO WS-TOT-SKIPPED
           MOVE 0 TO WS-TOT-OVERDUE
           MOVE 0 TO WS-TOT-PENDING

           OPEN INPUT WORKORDER-FILE
           IF WO-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORKORDER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WO-PM-TASK NOT = SPACES
                              AND WO-PM-TASK NOT = LOW-VALUES
                              AND WO-DUE-DATE >= WS-FROM-DATE
                              AND WO-DUE-DATE <= WS-TO-DATE
                               PERFORM JUDGE-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WORKORDER-FILE

           IF WS-TOT-ORDERS = 0
               DISPLAY "No preventive maintenance orders due in the "
                       "period."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-COMPLY-REPORT
           DISPLAY "PM orders due : " WS-TOT-ORDERS
           DISPLAY "On time       : " WS-TOT-ON-TIME
           DISPLAY "Late          : " WS-TOT-LATE
           DISPLAY "Skipped       : " WS-TOT-SKIPPED
           DISPLAY "Overdue       : " WS-TOT-OVERDUE
           DISPLAY "Pending       : " WS-TOT-PENDING
           DISPLAY "Report written to PMCOMPLY.RPT".

       LOAD-TASK-GRACE.
           MOVE 0 TO WS-GRACE-COUNT
           OPEN INPUT PMTASK-FILE
           IF PM-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PMTASK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-GRACE-COUNT < 50
                               ADD 1 TO WS-GRACE-COUNT
                               MOVE PM-TASK-CODE
                                   TO WS-GR-CODE(WS-GRACE-COUNT)
                               MOVE PM-GRACE-DAYS
                                   TO WS-GR-DAYS(WS-GRACE-COUNT)
                               MOVE PM-DESC
                                   TO WS-GR-DESC(WS-GRACE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PMTASK-FILE.

       JUDGE-ONE-ORDER.
           MOVE 0 TO WS-TASK-GRACE
           PERFORM VARYING WS-GRACE-IDX FROM 1 BY 1
                   UNTIL WS-GRACE-IDX > WS-GRACE-COUNT
               IF WS-GR-CODE(WS-GRACE-IDX) = WO-PM-TASK
                   MOVE WS-GR-DAYS(WS-GRACE-IDX) TO WS-TASK-GRACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WO-DUE-DATE) + WS-TASK-GRACE)

           EVALUATE TRUE
               WHEN FUNCTION TRIM(WO-STATUS) = 'Skipped'
                   MOVE 'S' TO WS-OUTCOME
                   ADD 1 TO WS-TOT-SKIPPED
               WHEN FUNCTION TRIM(WO-STATUS) = 'Closed'
                    AND WO-CLOSED-DATE <= WS-GRACE-END
                   MOVE 'O' TO WS-OUTCOME
                   ADD 1 TO WS-TOT-ON-TIME
               WHEN FUNCTION TRIM(WO-STATUS) = 'Closed'
                   MOVE 'L' TO WS-OUTCOME
                   ADD 1 TO WS-TOT-LATE
               WHEN WS-CURRENT-DATE-NUM > WS-GRACE-END
                   MOVE 'V' TO WS-OUTCOME
                   ADD 1 TO WS-TOT-OVERDUE
                   PERFORM NOTE-OVERDUE-ORDER
               WHEN OTHER
                   MOVE 'P' TO WS-OUTCOME
                   ADD 1 TO WS-TOT-PENDING
           END-EVALUATE
           ADD 1 TO WS-TOT-ORDERS

           MOVE 'R' TO WS-SEEK-KIND
           MOVE WO-ROOM-ID TO WS-SEEK-KEY
           PERFORM TALLY-OUTCOME
           MOVE 'T' TO WS-SEEK-KIND
           MOVE WO-PM-TASK TO WS-SEEK-KEY
           PERFORM TALLY-OUTCOME.

       NOTE-OVERDUE-ORDER.
           IF WS-OVERDUE-COUNT >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE WO-ID TO WS-OD-WO-ID(WS-OVERDUE-COUNT)
           MOVE WO-ROOM-ID TO WS-OD-ROOM(WS-OVERDUE-COUNT)
           MOVE WO-PM-TASK TO WS-OD-TASK(WS-OVERDUE-COUNT)
           MOVE WO-DUE-DATE TO WS-OD-DUE(WS-OVERDUE-COUNT)
           MOVE WO-PLANNED-DATE TO WS-OD-PLANNED(WS-OVERDUE-COUNT)
           MOVE WO-ENGINEER TO WS-OD-ENGINEER(WS-OVERDUE-COUNT)
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WO-DUE-DATE)
           MOVE WS-DAYS-LATE TO WS-OD-DAYS(WS-OVERDUE-COUNT).

       TALLY-OUTCOME.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GP-KIND(WS-GROUP-IDX) = WS-SEEK-KIND
                  AND WS-GP-KEY(WS-GROUP-IDX) = WS-SEEK-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GROUP-COUNT >= 600
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
               MOVE WS-SEEK-KIND TO WS-GP-KIND(WS-GROUP-IDX)
               MOVE WS-SEEK-KEY TO WS-GP-KEY(WS-GROUP-IDX)
               MOVE 0 TO WS-GP-ORDERS(WS-GROUP-IDX)
               MOVE 0 TO WS-GP-ON-TIME(WS-GROUP-IDX)
               MOVE 0 TO WS-GP-LATE(WS-GROUP-IDX)
               MOVE 0 TO WS-GP-SKIPPED(WS-GROUP-IDX)
               MOVE 0 TO WS-GP-OVERDUE(WS-GROUP-IDX)
               MOVE 0 TO WS-GP-PENDING(WS-GROUP-IDX)
           END-IF
           ADD 1 TO WS-GP-ORDERS(WS-GROUP-IDX)
           EVALUATE WS-OUTCOME
               WHEN 'O'
                   ADD 1 TO WS-GP-ON-TIME(WS-GROUP-IDX)
               WHEN 'L'
                   ADD 1 TO WS-GP-LATE(WS-GROUP-IDX)
               WHEN 'S'
                   ADD 1 TO WS-GP-SKIPPED(WS-GROUP-IDX)
               WHEN 'V'
                   ADD 1 TO WS-GP-OVERDUE(WS-GROUP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-GP-PENDING(WS-GROUP-IDX)
           END-EVALUATE.

       WRITE-COMPLY-REPORT.
           OPEN OUTPUT COMPLY-REPORT-FILE
           MOVE SPACES TO RP-LINE
           STRING "PREVENTIVE MAINTENANCE COMPLIANCE - DUE "
               WS-FROM-DATE " TO " WS-TO-DATE
               " - RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "ON TIME = CLOSED WITHIN THE TASK'S GRACE; "
               "OVERDUE = STILL OPEN WITH THE GRACE RUN OUT"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE ALL "=" TO RP-LINE
           WRITE RP-LINE

           MOVE 'R' TO WS-SHOW-KIND
           MOVE "BY ROOM" TO WS-SHOW-TITLE
           PERFORM WRITE-GROUP-SECTION
           MOVE 'T' TO WS-SHOW-KIND
           MOVE "BY TASK" TO WS-SHOW-TITLE
           PERFORM WRITE-GROUP-SECTION

           MOVE ALL "=" TO RP-LINE
           WRITE RP-LINE
           MOVE WS-TOT-ORDERS TO WS-DSP-ORDERS
           MOVE WS-TOT-ON-TIME TO WS-DSP-ON-TIME
           MOVE WS-TOT-LATE TO WS-DSP-LATE
           MOVE WS-TOT-SKIPPED TO WS-DSP-SKIPPED
           MOVE WS-TOT-OVERDUE TO WS-DSP-OVERDUE
           MOVE WS-TOT-PENDING TO WS-DSP-PENDING
           MOVE WS-TOT-ON-TIME TO WS-DONE-COUNT
           MOVE WS-TOT-ORDERS TO WS-PCT-BASE
           PERFORM FIGURE-ON-TIME-PCT
           MOVE SPACES TO RP-LINE
           STRING "ALL ORDERS  " WS-DSP-ORDERS "  " WS-DSP-ON-TIME
               "  " WS-DSP-LATE "  " WS-DSP-SKIPPED
               "  " WS-DSP-OVERDUE "  " WS-DSP-PENDING
               "   " WS-PCT-DSP "%"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE

           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE "OVERDUE ORDERS" TO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "WO     ROOM   TASK      DUE       PLANNED   "
               "DAYS  ENGINEER"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE ALL "-" TO RP-LINE
           WRITE RP-LINE
           IF WS-OVERDUE-COUNT = 0
               MOVE "NONE" TO RP-LINE
               WRITE RP-LINE
           END-IF
           PERFORM VARYING WS-OVERDUE-IDX FROM 1 BY 1
                   UNTIL WS-OVERDUE-IDX > WS-OVERDUE-COUNT
               MOVE WS-OD-DAYS(WS-OVERDUE-IDX) TO WS-COUNT-DSP
               MOVE SPACES TO RP-LINE
               STRING WS-OD-WO-ID(WS-OVERDUE-IDX) "  "
                   WS-OD-ROOM(WS-OVERDUE-IDX) "  "
                   WS-OD-TASK(WS-OVERDUE-IDX) "  "
                   WS-OD-DUE(WS-OVERDUE-IDX) "  "
                   WS-OD-PLANNED(WS-OVERDUE-IDX) "  "
                   WS-COUNT-DSP "  "
                   WS-OD-ENGINEER(WS-OVERDUE-IDX)
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
           END-PERFORM
           CLOSE COMPLY-REPORT-FILE
           MOVE 'PMCOMPLY' TO RCA-REPORT-NAME
           MOVE '../DATA/PMCOMPLY.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       WRITE-GROUP-SECTION.
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE WS-SHOW-TITLE TO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING "KEY         ORDERS  ONTIME    LATE  SKIPPD"
               "  OVERDU  PENDNG  ON TIME"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE ALL "-" TO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GP-KIND(WS-GROUP-IDX) = WS-SHOW-KIND
                   PERFORM WRITE-GROUP-LINE
               END-IF
           END-PERFORM.

       WRITE-GROUP-LINE.
           MOVE WS-GP-ORDERS(WS-GROUP-IDX) TO WS-DSP-ORDERS
           MOVE WS-GP-ON-TIME(WS-GROUP-IDX) TO WS-DSP-ON-TIME
           MOVE WS-GP-LATE(WS-GROUP-IDX) TO WS-DSP-LATE
           MOVE WS-GP-SKIPPED(WS-GROUP-IDX) TO WS-DSP-SKIPPED
           MOVE WS-GP-OVERDUE(WS-GROUP-IDX) TO WS-DSP-OVERDUE
           MOVE WS-GP-PENDING(WS-GROUP-IDX) TO WS-DSP-PENDING
           MOVE WS-GP-ON-TIME(WS-GROUP-IDX) TO WS-DONE-COUNT
           MOVE WS-GP-ORDERS(WS-GROUP-IDX) TO WS-PCT-BASE
           PERFORM FIGURE-ON-TIME-PCT
           MOVE SPACES TO RP-LINE
           STRING WS-GP-KEY(WS-GROUP-IDX) "  " WS-DSP-ORDERS
               "   " WS-DSP-ON-TIME "   " WS-DSP-LATE
               "   " WS-DSP-SKIPPED "   " WS-DSP-OVERDUE
               "   " WS-DSP-PENDING "     " WS-PCT-DSP "%"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE.

       *> On-time share of the orders in WS-PCT-BASE.
       FIGURE-ON-TIME-PCT.
           IF WS-PCT-BASE = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-DONE-COUNT * 100 / WS-PCT-BASE
           END-IF
           MOVE WS-PCT TO WS-PCT-DSP.

       END PROGRAM pmPlan.
