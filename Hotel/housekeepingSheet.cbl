      * Morning run builds the attendants' numbered work sheets for a
      * date: due-outs (open stays whose booking checks out that day),
      * stayovers, and vacant-dirty rooms, split round-robin across
      * the Housekeeping attendants rostered for that date on the
      * duty roster (ROSTER.DAT) - one named sheet each, and no
      * sheets at all until someone is rostered. A shift cancelled
      * or marked absent does not count. The end-of-day sweep lists
      * every room still not returned to Clean or Inspected so
      * nothing is missed off a paper sheet. Each morning run also
      * records the sheet's stayovers and departures by room type in
      * HKDAY.DAT, from which amenityStock posts the day's linen and
      * amenity usage. A room the supervisor failed on inspection
      * today shows in the sweep with the items to clean again.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT HKDAY-FILE ASSIGN TO '../DATA/HKDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO '../DATA/ROSTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DR-FILE-STATUS.
           SELECT INSPECT-FILE ASSIGN TO '../DATA/INSPECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-ID
               ALTERNATE RECORD KEY IS IN-ROOM-ID WITH DUPLICATES
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  HKDAY-FILE.
       COPY "./CopyBooks/HKDAY.cpy".

       FD  ROSTER-FILE.
       COPY "./CopyBooks/ROSTER.cpy".

       FD  INSPECT-FILE.
       COPY "./CopyBooks/INSPECT.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-HD-FILE-STATUS       PIC 99.
           88 HD-FILE-OK           VALUE 00.
           88 HD-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-DR-FILE-STATUS       PIC 99.
           88 DR-FILE-OK           VALUE 00.
           88 DR-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-IN-FILE-STATUS       PIC 99.
           88 IN-FILE-OK           VALUE 00.
           88 IN-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SHEET-DATE           PIC 9(8).
       01  WS-ATTENDANT-COUNT      PIC 9(2) VALUE 0.
       01  WS-ATTENDANT-IDX        PIC 9(2).

       *> Attendants rostered for the sheet date, one sheet each
       01  WS-ATT-TABLE.
           05 WS-ATT-ENTRY OCCURS 30 TIMES.
               10 WS-ATT-STAFF-ID  PIC X(5).
               10 WS-ATT-NAME      PIC X(30).
       01  WS-ATT-SEEN             PIC X.

       *> Task list built for the morning sheets
       01  WS-TASK-COUNT           PIC 9(3) VALUE 0.
       01  WS-VACANT-DIRTY-COUNT   PIC 9(3) VALUE 0.
       01  WS-UNSERVICED-COUNT     PIC 9(3) VALUE 0.

       *> The sheet's workload by room type, for the stores
       01  WS-HD-COUNT             PIC 9(2) VALUE 0.
       01  WS-HD-IDX               PIC 9(2).
       01  WS-HD-TABLE.
           05 WS-HD-ENTRY OCCURS 20 TIMES.
               10 WS-HD-TYPE       PIC X(10).
               10 WS-HD-STAY       PIC 9(4).
               10 WS-HD-DEPART     PIC 9(4).
       01  WS-HD-POSTED-SEEN       PIC X.

       *> Latest inspection of a room, for the sweep's re-clean list
       01  WS-IN-EOF               PIC X.
       01  WS-IN-LAST-ID           PIC 9(5).
       01  WS-IN-ITEM-IDX          PIC 9(2).
       01  WS-SWEEP-ROOM           PIC X(5).
       01  WS-TODAY                PIC 9(8).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DISPLAY "***********************************************"
               DISPLAY "1. Morning task sheets for a date"
               DISPLAY "2. End-of-day dirty-room sweep"
               DISPLAY "3. Linen and amenity stores"
               DISPLAY "4. Guest laundry / valet tickets"
               DISPLAY "5. Room inspection checklist (Supervisor)"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
                       PERFORM MORNING-TASK-SHEETS
                   WHEN 2
                       PERFORM END-OF-DAY-SWEEP
                   WHEN 3
                       CALL 'amenityStock' USING LINK
                       CANCEL 'amenityStock'
                   WHEN 4
                       CALL 'laundryDesk' USING LINK
                       CANCEL 'laundryDesk'
                   WHEN 5
                       CALL 'roomInspection' USING LINK
                       CANCEL 'roomInspection'
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
               ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO WS-SHEET-DATE
           END-IF
           PERFORM LOAD-ROSTERED-ATTENDANTS
           IF WS-ATTENDANT-COUNT = 0
               DISPLAY "No Housekeeping attendants are rostered for "
                       WS-SHEET-DATE " - no sheets issued."
               DISPLAY "Roster them on the duty roster first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Attendants rostered: " WS-ATTENDANT-COUNT

           MOVE 0 TO WS-TASK-COUNT
           MOVE 0 TO WS-OCC-COUNT
           PERFORM COLLECT-STAY-TASKS
           PERFORM COLLECT-DAYUSE-TURNS
           PERFORM COLLECT-VACANT-DIRTY-ROOMS
           PERFORM WRITE-TASK-SHEETS
           PERFORM RECORD-SHEET-WORKLOAD.

       *> Housekeeping staff on the roster for the sheet date in
       *> this building; someone on two shifts gets one sheet.
       LOAD-ROSTERED-ATTENDANTS.
           MOVE 0 TO WS-ATTENDANT-COUNT
           OPEN INPUT ROSTER-FILE
           IF DR-FILE-ERROR
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SHEET-DATE TO DR-DATE
           MOVE LOW-VALUES TO DR-STAFF-ID
           MOVE LOW-VALUES TO DR-SHIFT
           START ROSTER-FILE KEY IS >= DR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROSTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-DATE NOT = WS-SHEET-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF FUNCTION TRIM(DR-DEPARTMENT)
                                  = 'Housekeeping'
                              AND FUNCTION TRIM(DR-STATUS)
                                  NOT = 'Cancelled'
                              AND FUNCTION TRIM(DR-STATUS)
                                  NOT = 'Absent'
                              AND (DR-PROPERTY = WS-PROPERTY
                                   OR (DR-PROPERTY = SPACES
                                       AND WS-PROPERTY = 'MAIN'))
                               PERFORM ADD-ROSTERED-ATTENDANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           MOVE 'N' TO WS-EOF.

       ADD-ROSTERED-ATTENDANT.
           MOVE 'N' TO WS-ATT-SEEN
           PERFORM VARYING WS-ATTENDANT-IDX FROM 1 BY 1
                   UNTIL WS-ATTENDANT-IDX > WS-ATTENDANT-COUNT
               IF WS-ATT-STAFF-ID(WS-ATTENDANT-IDX) = DR-STAFF-ID
                   MOVE 'Y' TO WS-ATT-SEEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ATT-SEEN = 'N' AND WS-ATTENDANT-COUNT < 30
               ADD 1 TO WS-ATTENDANT-COUNT
               MOVE DR-STAFF-ID TO WS-ATT-STAFF-ID(WS-ATTENDANT-COUNT)
               MOVE DR-STAFF-NAME TO WS-ATT-NAME(WS-ATTENDANT-COUNT)
           END-IF.

       *> Open stays become due-outs or stayovers depending on the
       *> booking's check-out date; every occupied room is also noted
           END-PERFORM.

       *> Tasks are dealt round-robin onto one numbered sheet per
       *> rostered attendant.
       WRITE-TASK-SHEETS.
           OPEN OUTPUT HK-REPORT-FILE
           MOVE "HOUSEKEEPING TASK SHEETS" TO HK-LINE
               MOVE ALL "-" TO HK-LINE
               WRITE HK-LINE
               MOVE SPACES TO HK-LINE
               STRING "TASK SHEET " WS-ATTENDANT-IDX "  "
                   WS-ATT-STAFF-ID(WS-ATTENDANT-IDX) " "
                   WS-ATT-NAME(WS-ATTENDANT-IDX)
                   DELIMITED BY SIZE INTO HK-LINE
               WRITE HK-LINE
               PERFORM VARYING WS-TASK-IDX FROM WS-ATTENDANT-IDX
               DELIMITED BY SIZE INTO HK-LINE
           WRITE HK-LINE
           CLOSE HK-REPORT-FILE
           MOVE 'HOUSEKEEPING' TO RCA-REPORT-NAME
           MOVE '../DATA/HOUSEKEEPING.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY " "
           DISPLAY "Due-outs      : " WS-DUEOUT-COUNT
           DISPLAY "Vacant dirty  : " WS-VACANT-DIRTY-COUNT
           DISPLAY "Task sheets written to HOUSEKEEPING.RPT".

      *****************************************************************
      * SHEET WORKLOAD FOR THE STORES
      * A stayover takes stayover linen and amenities; a due-out, a
      * day-use turn and a vacant-dirty room all get a departure
      * clean. Counts by room type go to HKDAY.DAT for the date - a
      * rerun replaces them, unless the stores have already posted
      * that day's usage.
      *****************************************************************
       RECORD-SHEET-WORKLOAD.
           MOVE 0 TO WS-HD-COUNT
           OPEN INPUT ROOMS-FILE
           PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
                   UNTIL WS-TASK-IDX > WS-TASK-COUNT
               MOVE WS-TASK-ROOM(WS-TASK-IDX) TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   NOT INVALID KEY
                       PERFORM COUNT-TASK-WORKLOAD
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE

           OPEN I-O HKDAY-FILE
           IF HD-FILE-ERROR
               CLOSE HKDAY-FILE
               OPEN OUTPUT HKDAY-FILE
               CLOSE HKDAY-FILE
               OPEN I-O HKDAY-FILE
           END-IF
           MOVE 'N' TO WS-HD-POSTED-SEEN
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
               MOVE WS-SHEET-DATE TO HD-SHEET-DATE
               MOVE WS-PROPERTY TO HD-PROPERTY
               MOVE WS-HD-TYPE(WS-HD-IDX) TO HD-ROOM-TYPE
               READ HKDAY-FILE KEY IS HD-KEY
                   INVALID KEY
                       MOVE WS-HD-STAY(WS-HD-IDX) TO HD-STAYOVERS
                       MOVE WS-HD-DEPART(WS-HD-IDX) TO HD-DEPARTURES
                       MOVE 'N' TO HD-POSTED
                       WRITE HK-DAY-RECORD
                   NOT INVALID KEY
                       IF HD-POSTED = 'Y'
                           MOVE 'Y' TO WS-HD-POSTED-SEEN
                       ELSE
                           MOVE WS-HD-STAY(WS-HD-IDX) TO HD-STAYOVERS
                           MOVE WS-HD-DEPART(WS-HD-IDX)
                               TO HD-DEPARTURES
                           REWRITE HK-DAY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HKDAY-FILE
           IF WS-HD-POSTED-SEEN = 'Y'
               DISPLAY "Stores have already posted usage for "
                       WS-SHEET-DATE " - their figures are kept."
           END-IF.

       COUNT-TASK-WORKLOAD.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-TYPE(WS-HD-IDX) = ROOM-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HD-COUNT
               MOVE WS-HD-COUNT TO WS-HD-IDX
               MOVE ROOM-TYPE TO WS-HD-TYPE(WS-HD-IDX)
               MOVE 0 TO WS-HD-STAY(WS-HD-IDX)
               MOVE 0 TO WS-HD-DEPART(WS-HD-IDX)
           END-IF
           IF WS-TASK-KIND(WS-TASK-IDX) = 'Stayover'
               ADD 1 TO WS-HD-STAY(WS-HD-IDX)
           ELSE
               ADD 1 TO WS-HD-DEPART(WS-HD-IDX)
           END-IF.

       *> Every room not back to Clean or Inspected at close of day.
       END-OF-DAY-SWEEP.
           MOVE 0 TO WS-UNSERVICED-COUNT
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-TODAY
           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-ERROR
               DISPLAY "No rooms on file."
                           DISPLAY "  ROOM " ROOM-ID "  HK: "
                                   HOUSEKEEPING-STATUS
                                   "  STATUS: " R-STATUS
                           PERFORM SHOW-FAILED-INSPECTION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "Rooms still unserviced: " WS-UNSERVICED-COUNT.

       *> The room's latest inspection, when it was today and failed.
       SHOW-FAILED-INSPECTION.
           MOVE ROOM-ID TO WS-SWEEP-ROOM
           MOVE 0 TO WS-IN-LAST-ID
           OPEN INPUT INSPECT-FILE
           IF IN-FILE-ERROR
               CLOSE INSPECT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SWEEP-ROOM TO IN-ROOM-ID
           START INSPECT-FILE KEY IS = IN-ROOM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-IN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-IN-EOF
           END-START
           PERFORM UNTIL WS-IN-EOF = 'Y'
               READ INSPECT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-IN-EOF
                   NOT AT END
                       IF IN-ROOM-ID NOT = WS-SWEEP-ROOM
                           MOVE 'Y' TO WS-IN-EOF
                       ELSE
                           IF IN-ID > WS-IN-LAST-ID
                               MOVE IN-ID TO WS-IN-LAST-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IN-LAST-ID > 0
               MOVE WS-IN-LAST-ID TO IN-ID
               READ INSPECT-FILE KEY IS IN-ID
                   NOT INVALID KEY
                       IF IN-RESULT = 'Fail' AND IN-DATE = WS-TODAY
                           DISPLAY "    RE-CLEAN (failed inspection "
                                   IN-ID ", attendant " IN-ATTENDANT
                                   "):"
                           PERFORM VARYING WS-IN-ITEM-IDX FROM 1 BY 1
                                   UNTIL WS-IN-ITEM-IDX > IN-ITEM-COUNT
                               IF IN-ITEM-RESULT(WS-IN-ITEM-IDX) = 'F'
                                   DISPLAY "      - "
                                       IN-ITEM-DESC(WS-IN-ITEM-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-IF
           CLOSE INSPECT-FILE.

       READ-SESSION-PROPERTY.
           MOVE 'MAIN' TO WS-PROPERTY
           OPEN INPUT SESSION-FILE
