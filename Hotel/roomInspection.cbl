       IDENTIFICATION DIVISION.
       PROGRAM-ID. roomInspection.

      *****************************************************************
      * ROOM INSPECTION CHECKLIST AND ATTENDANT QUALITY
      * A room marked Clean reaches Inspected only through here. The
      * supervisor walks the checklist for the room's type from
      * INSPCHK.DAT - bathroom, bedding, minibar, amenities, dust,
      * damage unless the type has its own list, the standard six
      * items otherwise - and marks each item pass or fail. Every
      * failed item carries its defect points. The inspection is
      * kept in INSPECT.DAT against the room, the date, the
      * attendant who cleaned the room and the inspecting
      * supervisor. A clean pass moves the room to Inspected; any
      * failure sends it back to Dirty with the failed items listed
      * (the end-of-day sweep in housekeepingSheet shows them again)
      * and a failed damage item opens a work order. The weekly
      * quality report scores each attendant and lists the defects
      * that keep recurring room by room, to INSPWEEK.RPT.
      * Checklist changes go to the master-data change journal.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPCHK-FILE ASSIGN TO '../DATA/INSPCHK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS WS-IC-FILE-STATUS.
           SELECT INSPECT-FILE ASSIGN TO '../DATA/INSPECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-ID
               ALTERNATE RECORD KEY IS IN-ROOM-ID WITH DUPLICATES
               FILE STATUS IS WS-IN-FILE-STATUS.
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
           SELECT OPERATORS-FILE ASSIGN TO '../DATA/OPERATORS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-FILE-STATUS.
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
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT INSP-REPORT-FILE ASSIGN TO '../DATA/INSPWEEK.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSPCHK-FILE.
       COPY "./CopyBooks/INSPCHK.cpy".

       FD  INSPECT-FILE.
       COPY "./CopyBooks/INSPECT.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  OPERATORS-FILE.
       COPY "./CopyBooks/OPERATORS.cpy".

       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       FD  INSP-REPORT-FILE.
       01  IR-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-IC-FILE-STATUS       PIC 99.
           88 IC-FILE-OK           VALUE 00.
           88 IC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-IN-FILE-STATUS       PIC 99.
           88 IN-FILE-OK           VALUE 00.
           88 IN-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-OP-FILE-STATUS       PIC 99.
           88 OP-FILE-OK           VALUE 00.
           88 OP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.

       *> Signed-on operator - inspecting is Supervisor work, as it
       *> is for the room-phone code 72
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01  WS-PROPERTY             PIC X(4) VALUE 'MAIN'.

       01  WS-CHOICE               PIC 9.
       01  WS-SUB-CHOICE           PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-SUB-EXIT             PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X VALUE 'N'.
       01  WS-FOUND                PIC X VALUE 'N'.
       01  WS-NEXT-IN-ID           PIC 9(5).
       01  WS-NEXT-WO-ID           PIC 9(5).

       *> The standard checklist, used for any room type that has
       *> no list of its own and loaded as the starting point for
       *> one: description, category, defect points, and whether a
       *> failure opens a work order.
       01  WS-STD-CHECKLIST-VALUES.
           05  FILLER  PIC X(33)
               VALUE 'Bathroom clean      Bathroom  05N'.
           05  FILLER  PIC X(33)
               VALUE 'Bed made, linen     Bedding   05N'.
           05  FILLER  PIC X(33)
               VALUE 'Minibar stocked     Minibar   03N'.
           05  FILLER  PIC X(33)
               VALUE 'Amenities in place  Amenities 02N'.
           05  FILLER  PIC X(33)
               VALUE 'Dusted              Dust      03N'.
           05  FILLER  PIC X(33)
               VALUE 'No damage           Damage    10Y'.
       01  WS-STD-CHECKLIST REDEFINES WS-STD-CHECKLIST-VALUES.
           05  WS-STD-ITEM OCCURS 6 TIMES.
               10  WS-STD-DESC     PIC X(20).
               10  WS-STD-CATEGORY PIC X(10).
               10  WS-STD-POINTS   PIC 9(2).
               10  WS-STD-OPENS-WO PIC X.
       01  WS-STD-COUNT            PIC 9(2) VALUE 6.

       *> The checklist being walked
       01  WS-CL-TYPE              PIC X(10).
       01  WS-CL-SOURCE            PIC X(8).
       01  WS-CL-COUNT             PIC 9(2) VALUE 0.
       01  WS-CL-IDX               PIC 9(2).
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 12 TIMES.
               10 WS-CL-NO         PIC 9(2).
               10 WS-CL-DESC       PIC X(20).
               10 WS-CL-CATEGORY   PIC X(10).
               10 WS-CL-POINTS     PIC 9(2).
               10 WS-CL-OPENS-WO   PIC X.

       *> Inspection in progress
       01  WS-IN-ROOM-ID           PIC X(5).
       01  WS-IN-ATTENDANT         PIC X(5).
       01  WS-ATTENDANT-NAME       PIC X(30).
       01  WS-ITEM-ANSWER          PIC X.
       01  WS-DEFECT-POINTS        PIC 9(3).
       01  WS-FAIL-COUNT           PIC 9(2).
       01  WS-DAMAGE-FOUND         PIC X.
       01  WS-DAMAGE-DESC          PIC X(20).
       01  WS-NEW-HK-STATUS        PIC X(10).

       *> Checklist maintenance
       01  WS-IN-TYPE              PIC X(10).
       01  WS-IN-ITEM-NO           PIC 9(2).
       01  WS-IN-ITEM-DESC         PIC X(20).
       01  WS-IN-CATEGORY          PIC X(10).
       01  WS-IN-POINTS            PIC 9(2).
       01  WS-IN-OPENS-WO          PIC X.
       01  WS-LOADED-COUNT         PIC 9(2).

       *> Weekly quality report
       01  WS-WEEK-END             PIC 9(8).
       01  WS-WEEK-START           PIC 9(8).
       01  WS-WK-INSPECTIONS       PIC 9(5).
       01  WS-AT-COUNT             PIC 9(3) VALUE 0.
       01  WS-AT-IDX               PIC 9(3).
       01  WS-AT-TABLE.
           05 WS-AT-ENTRY OCCURS 60 TIMES.
               10 WS-AT-STAFF-ID   PIC X(5).
               10 WS-AT-INSPECTED  PIC 9(4).
               10 WS-AT-PASSED     PIC 9(4).
               10 WS-AT-FAILED     PIC 9(4).
               10 WS-AT-POINTS     PIC 9(5).
       01  WS-RD-COUNT             PIC 9(3) VALUE 0.
       01  WS-RD-IDX               PIC 9(3).
       01  WS-RD-TABLE.
           05 WS-RD-ENTRY OCCURS 300 TIMES.
               10 WS-RD-ROOM       PIC X(5).
               10 WS-RD-ITEM       PIC X(20).
               10 WS-RD-TIMES      PIC 9(3).
       01  WS-RD-RECURRING         PIC 9(3).
       01  WS-SCORE                PIC 9(3).
       01  WS-AVG-POINTS           PIC 9(3)V9.
       01  WS-SCORE-EDIT           PIC ZZ9.
       01  WS-AVG-EDIT             PIC ZZ9.9.
       01  WS-COUNT-EDIT           PIC ZZZ9.
       01  WS-DETAIL               PIC X(100).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
           05 WS-CURRENT-TIME.
               10 WS-CURRENT-HOURS   PIC 9(2).
               10 WS-CURRENT-MINUTES PIC 9(2).
               10 WS-CURRENT-SECONDS PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Master-data change journal - whole record before and after
       COPY "./CopyBooks/MDJAREA.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "Room inspection requires a Manager or "
                       "Supervisor sign-on."
               GOBACK
           END-IF
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   ROOM INSPECTION"
               DISPLAY "=========================================="
               DISPLAY "1. Inspect a room"
               DISPLAY "2. Inspection checklists"
               DISPLAY "3. Inspections for a room"
               DISPLAY "4. Weekly attendant quality report"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM INSPECT-ROOM
                   WHEN 2
                       PERFORM CHECKLIST-MENU
                   WHEN 3
                       PERFORM LIST-ROOM-INSPECTIONS
                   WHEN 4
                       PERFORM WEEKLY-QUALITY-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * INSPECT A ROOM
      * Only a room the attendant has marked Clean is inspected - a
      * Dirty room has not been finished and an Inspected one has
      * already passed.
      *****************************************************************
       INSPECT-ROOM.
           DISPLAY "Room ID: "
           ACCEPT WS-IN-ROOM-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-ROOM-ID) TO WS-IN-ROOM-ID
           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-ERROR
               DISPLAY "No rooms on file."
               CLOSE ROOMS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE WS-IN-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   DISPLAY "Room " WS-IN-ROOM-ID " not found."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           CLOSE ROOMS-FILE
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(HOUSEKEEPING-STATUS) NOT = 'Clean'
               DISPLAY "Room " WS-IN-ROOM-ID " is "
                       FUNCTION TRIM(HOUSEKEEPING-STATUS)
                       " - only a room marked Clean is inspected."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Attendant who cleaned the room (operator ID): "
           ACCEPT WS-IN-ATTENDANT
           PERFORM FIND-ATTENDANT
           IF WS-FOUND = 'N'
               DISPLAY "No active operator " WS-IN-ATTENDANT "."
               EXIT PARAGRAPH
           END-IF

           MOVE ROOM-TYPE TO WS-CL-TYPE
           PERFORM LOAD-CHECKLIST
           DISPLAY "Room " WS-IN-ROOM-ID " (" FUNCTION TRIM(ROOM-TYPE)
                   ") cleaned by " FUNCTION TRIM(WS-ATTENDANT-NAME)
                   " - " FUNCTION TRIM(WS-CL-SOURCE) " checklist"

           INITIALIZE INSPECT-RECORD
           MOVE 0 TO WS-DEFECT-POINTS
           MOVE 0 TO WS-FAIL-COUNT
           MOVE 'N' TO WS-DAMAGE-FOUND
           MOVE SPACES TO WS-DAMAGE-DESC
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM ASK-CHECKLIST-ITEM
           END-PERFORM

           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 0 TO WS-NEXT-WO-ID
           IF WS-DAMAGE-FOUND = 'Y'
               PERFORM RAISE-DAMAGE-WORK-ORDER
           END-IF

           PERFORM GENERATE-NEXT-IN-ID
           MOVE WS-NEXT-IN-ID TO IN-ID
           MOVE WS-IN-ROOM-ID TO IN-ROOM-ID
           MOVE ROOM-TYPE TO IN-ROOM-TYPE
           MOVE R-PROPERTY TO IN-PROPERTY
           IF IN-PROPERTY = SPACES
               MOVE 'MAIN' TO IN-PROPERTY
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO IN-DATE
           MOVE WS-CURRENT-TIME TO IN-TIME
           MOVE WS-IN-ATTENDANT TO IN-ATTENDANT
           MOVE WS-OPERATOR-ID TO IN-INSPECTOR
           MOVE WS-DEFECT-POINTS TO IN-DEFECT-POINTS
           MOVE WS-FAIL-COUNT TO IN-FAIL-COUNT
           MOVE WS-NEXT-WO-ID TO IN-WO-ID
           MOVE WS-CL-COUNT TO IN-ITEM-COUNT
           IF WS-FAIL-COUNT = 0
               MOVE 'Pass' TO IN-RESULT
               MOVE 'Inspected' TO WS-NEW-HK-STATUS
           ELSE
               MOVE 'Fail' TO IN-RESULT
               MOVE 'Dirty' TO WS-NEW-HK-STATUS
           END-IF
           OPEN I-O INSPECT-FILE
           IF IN-FILE-ERROR
               CLOSE INSPECT-FILE
               OPEN OUTPUT INSPECT-FILE
               CLOSE INSPECT-FILE
               OPEN I-O INSPECT-FILE
           END-IF
           WRITE INSPECT-RECORD
           CLOSE INSPECT-FILE

           OPEN I-O ROOMS-FILE
           MOVE WS-IN-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               NOT INVALID KEY
                   MOVE WS-NEW-HK-STATUS TO HOUSEKEEPING-STATUS
                   REWRITE ROOMS-RECORD
           END-READ
           CLOSE ROOMS-FILE

           DISPLAY "------------------------------------------"
           IF WS-FAIL-COUNT = 0
               DISPLAY "Inspection " IN-ID " PASSED - room "
                       WS-IN-ROOM-ID " is Inspected."
           ELSE
               DISPLAY "Inspection " IN-ID " FAILED - room "
                       WS-IN-ROOM-ID " is back to Dirty ("
                       WS-DEFECT-POINTS " defect points)."
               DISPLAY "Re-clean:"
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > IN-ITEM-COUNT
                   IF IN-ITEM-RESULT(WS-CL-IDX) = 'F'
                       DISPLAY "  - " IN-ITEM-DESC(WS-CL-IDX)
                               " (" FUNCTION TRIM(
                               IN-ITEM-CATEGORY(WS-CL-IDX)) ")"
                   END-IF
               END-PERFORM
               IF WS-NEXT-WO-ID > 0
                   DISPLAY "Work order " WS-NEXT-WO-ID
                           " opened for the damage."
               END-IF
           END-IF.

       ASK-CHECKLIST-ITEM.
           MOVE SPACE TO WS-ITEM-ANSWER
           PERFORM UNTIL WS-ITEM-ANSWER = 'P' OR WS-ITEM-ANSWER = 'F'
               DISPLAY WS-CL-NO(WS-CL-IDX) ". "
                       WS-CL-DESC(WS-CL-IDX) " - P pass, F fail: "
               ACCEPT WS-ITEM-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ITEM-ANSWER)
                   TO WS-ITEM-ANSWER
           END-PERFORM
           MOVE WS-CL-NO(WS-CL-IDX) TO IN-ITEM-NO(WS-CL-IDX)
           MOVE WS-CL-DESC(WS-CL-IDX) TO IN-ITEM-DESC(WS-CL-IDX)
           MOVE WS-CL-CATEGORY(WS-CL-IDX)
               TO IN-ITEM-CATEGORY(WS-CL-IDX)
           MOVE WS-ITEM-ANSWER TO IN-ITEM-RESULT(WS-CL-IDX)
           MOVE 0 TO IN-ITEM-POINTS(WS-CL-IDX)
           IF WS-ITEM-ANSWER = 'F'
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-CL-POINTS(WS-CL-IDX)
                   TO IN-ITEM-POINTS(WS-CL-IDX)
               ADD WS-CL-POINTS(WS-CL-IDX) TO WS-DEFECT-POINTS
               IF WS-CL-OPENS-WO(WS-CL-IDX) = 'Y'
                   IF WS-DAMAGE-FOUND = 'N'
                       MOVE WS-CL-DESC(WS-CL-IDX) TO WS-DAMAGE-DESC
                   END-IF
                   MOVE 'Y' TO WS-DAMAGE-FOUND
               END-IF
           END-IF.

       FIND-ATTENDANT.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-ATTENDANT-NAME
           OPEN INPUT OPERATORS-FILE
           IF OP-FILE-ERROR
               CLOSE OPERATORS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ATTENDANT TO OP-ID
           READ OPERATORS-FILE KEY IS OP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(OP-STATUS) = 'Active'
                       MOVE 'Y' TO WS-FOUND
                       MOVE OP-NAME TO WS-ATTENDANT-NAME
                   END-IF
           END-READ
           CLOSE OPERATORS-FILE.

       *> The room type's own list, or the standard one when the type
       *> has none.
       LOAD-CHECKLIST.
           MOVE 0 TO WS-CL-COUNT
           MOVE 'room type' TO WS-CL-SOURCE
           OPEN INPUT INSPCHK-FILE
           IF IC-FILE-OK
               MOVE WS-CL-TYPE TO IC-ROOM-TYPE
               MOVE 0 TO IC-ITEM-NO
               START INSPCHK-FILE KEY IS >= IC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INSPCHK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF IC-ROOM-TYPE NOT = WS-CL-TYPE
                              OR WS-CL-COUNT >= 12
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-CL-COUNT
                               MOVE IC-ITEM-NO TO WS-CL-NO(WS-CL-COUNT)
                               MOVE IC-ITEM-DESC
                                   TO WS-CL-DESC(WS-CL-COUNT)
                               MOVE IC-CATEGORY
                                   TO WS-CL-CATEGORY(WS-CL-COUNT)
                               MOVE IC-DEFECT-POINTS
                                   TO WS-CL-POINTS(WS-CL-COUNT)
                               MOVE IC-OPENS-WO
                                   TO WS-CL-OPENS-WO(WS-CL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INSPCHK-FILE
           IF WS-CL-COUNT = 0
               MOVE 'standard' TO WS-CL-SOURCE
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-STD-COUNT
                   ADD 1 TO WS-CL-COUNT
                   MOVE WS-CL-IDX TO WS-CL-NO(WS-CL-COUNT)
                   MOVE WS-STD-DESC(WS-CL-IDX)
                       TO WS-CL-DESC(WS-CL-COUNT)
                   MOVE WS-STD-CATEGORY(WS-CL-IDX)
                       TO WS-CL-CATEGORY(WS-CL-COUNT)
                   MOVE WS-STD-POINTS(WS-CL-IDX)
                       TO WS-CL-POINTS(WS-CL-COUNT)
                   MOVE WS-STD-OPENS-WO(WS-CL-IDX)
                       TO WS-CL-OPENS-WO(WS-CL-COUNT)
               END-PERFORM
           END-IF.

      *****************************************************************
      * DAMAGE WORK ORDER
      * The room stays in service - engineering decides whether the
      * damage needs it taken out, as for the room-phone code 73.
      *****************************************************************
       RAISE-DAMAGE-WORK-ORDER.
           PERFORM GENERATE-NEXT-WO-ID
           OPEN I-O WORKORDER-FILE
           IF WO-FILE-ERROR
               CLOSE WORKORDER-FILE
               OPEN OUTPUT WORKORDER-FILE
               CLOSE WORKORDER-FILE
               OPEN I-O WORKORDER-FILE
           END-IF
           INITIALIZE WORKORDER-RECORD
           MOVE WS-NEXT-WO-ID TO WO-ID
           MOVE WS-IN-ROOM-ID TO WO-ROOM-ID
           STRING "Inspection: " WS-DAMAGE-DESC
               DELIMITED BY SIZE INTO WO-FAULT-DESC
           MOVE SPACES TO WO-ENGINEER
           MOVE ZEROS TO WO-PARTS-COST
           MOVE 'Normal' TO WO-PRIORITY
           MOVE 'Other' TO WO-FAULT-CATEGORY
           MOVE SPACES TO WO-PM-TASK
           MOVE ZEROS TO WO-DUE-DATE
           MOVE ZEROS TO WO-PLANNED-DATE
           MOVE SPACES TO WO-ASSET-TAG
           MOVE 'Open' TO WO-STATUS
           MOVE WS-CURRENT-DATE-NUM TO WO-OPENED-DATE
           MOVE ZEROS TO WO-CLOSED-DATE
           WRITE WORKORDER-RECORD
           CLOSE WORKORDER-FILE.

      *****************************************************************
      * INSPECTION HISTORY FOR ONE ROOM
      *****************************************************************
       LIST-ROOM-INSPECTIONS.
           DISPLAY "Room ID: "
           ACCEPT WS-IN-ROOM-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-ROOM-ID) TO WS-IN-ROOM-ID
           OPEN INPUT INSPECT-FILE
           IF IN-FILE-ERROR
               DISPLAY "No inspections on file."
               CLOSE INSPECT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WK-INSPECTIONS
           MOVE WS-IN-ROOM-ID TO IN-ROOM-ID
           START INSPECT-FILE KEY IS = IN-ROOM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           DISPLAY "ID     DATE      ATTEND INSPEC RESULT POINTS  WO"
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSPECT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IN-ROOM-ID NOT = WS-IN-ROOM-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-WK-INSPECTIONS
                           DISPLAY IN-ID "  " IN-DATE "  "
                                   IN-ATTENDANT "  " IN-INSPECTOR
                                   "  " IN-RESULT "   "
                                   IN-DEFECT-POINTS "   " IN-WO-ID
                           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                                   UNTIL WS-CL-IDX > IN-ITEM-COUNT
                               IF IN-ITEM-RESULT(WS-CL-IDX) = 'F'
                                   DISPLAY "       failed: "
                                           IN-ITEM-DESC(WS-CL-IDX)
                                           " " IN-ITEM-POINTS(
                                           WS-CL-IDX) " pts"
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSPECT-FILE
           IF WS-WK-INSPECTIONS = 0
               DISPLAY "No inspections for room " WS-IN-ROOM-ID "."
           END-IF.

      *****************************************************************
      * CHECKLIST MAINTENANCE (INSPCHK.DAT)
      * One list per room type, up to 12 numbered items.
      *****************************************************************
       CHECKLIST-MENU.
           MOVE 'N' TO WS-SUB-EXIT
           PERFORM UNTIL WS-SUB-EXIT = 'Y'
               DISPLAY "--- INSPECTION CHECKLISTS ---"
               DISPLAY "1. List the checklist for a room type"
               DISPLAY "2. Add or change an item"
               DISPLAY "3. Remove an item"
               DISPLAY "4. Load the standard checklist for a room type"
               DISPLAY "9. Back"
               ACCEPT WS-SUB-CHOICE
               EVALUATE WS-SUB-CHOICE
                   WHEN 1
                       PERFORM LIST-CHECKLIST
                   WHEN 2
                       PERFORM UPSERT-CHECKLIST-ITEM
                   WHEN 3
                       PERFORM DELETE-CHECKLIST-ITEM
                   WHEN 4
                       PERFORM LOAD-STANDARD-CHECKLIST
                   WHEN 9
                       MOVE 'Y' TO WS-SUB-EXIT
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM.

       LIST-CHECKLIST.
           DISPLAY "Room type: "
           ACCEPT WS-CL-TYPE
           PERFORM LOAD-CHECKLIST
           DISPLAY "Checklist for " FUNCTION TRIM(WS-CL-TYPE) " ("
                   FUNCTION TRIM(WS-CL-SOURCE) ")"
           DISPLAY "NO ITEM                 CATEGORY   PTS WO"
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               DISPLAY WS-CL-NO(WS-CL-IDX) " " WS-CL-DESC(WS-CL-IDX)
                       "  " WS-CL-CATEGORY(WS-CL-IDX) " "
                       WS-CL-POINTS(WS-CL-IDX) "  "
                       WS-CL-OPENS-WO(WS-CL-IDX)
           END-PERFORM.

       UPSERT-CHECKLIST-ITEM.
           DISPLAY "Room type: "
           ACCEPT WS-IN-TYPE
           PERFORM VALIDATE-TYPE-EXISTS
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item number (1-12): "
           ACCEPT WS-IN-ITEM-NO
           IF WS-IN-ITEM-NO < 1 OR WS-IN-ITEM-NO > 12
               DISPLAY "Item number must be 1 to 12."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item description: "
           ACCEPT WS-IN-ITEM-DESC
           IF WS-IN-ITEM-DESC = SPACES
               DISPLAY "Description cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Category (Bathroom, Bedding, Minibar, Amenities, "
                   "Dust, Damage): "
           ACCEPT WS-IN-CATEGORY
           DISPLAY "Defect points when failed: "
           ACCEPT WS-IN-POINTS
           DISPLAY "Does a failure open a work order? (Y/N): "
           ACCEPT WS-IN-OPENS-WO
           MOVE FUNCTION UPPER-CASE(WS-IN-OPENS-WO) TO WS-IN-OPENS-WO
           IF WS-IN-OPENS-WO NOT = 'Y'
               MOVE 'N' TO WS-IN-OPENS-WO
           END-IF

           OPEN I-O INSPCHK-FILE
           IF IC-FILE-ERROR
               CLOSE INSPCHK-FILE
               OPEN OUTPUT INSPCHK-FILE
               CLOSE INSPCHK-FILE
               OPEN I-O INSPCHK-FILE
           END-IF
           MOVE WS-IN-TYPE TO IC-ROOM-TYPE
           MOVE WS-IN-ITEM-NO TO IC-ITEM-NO
           READ INSPCHK-FILE KEY IS IC-KEY
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE WS-IN-TYPE TO IC-ROOM-TYPE
                   MOVE WS-IN-ITEM-NO TO IC-ITEM-NO
                   PERFORM FILL-CHECKLIST-FIELDS
                   WRITE INSPCHK-RECORD
               NOT INVALID KEY
                   MOVE INSPCHK-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   PERFORM FILL-CHECKLIST-FIELDS
                   REWRITE INSPCHK-RECORD
           END-READ
           MOVE INSPCHK-RECORD TO MJA-AFTER
           PERFORM JOURNAL-CHECKLIST-CHANGE
           CLOSE INSPCHK-FILE
           DISPLAY "Checklist item saved.".

       FILL-CHECKLIST-FIELDS.
           MOVE WS-IN-ITEM-DESC TO IC-ITEM-DESC
           MOVE WS-IN-CATEGORY TO IC-CATEGORY
           MOVE WS-IN-POINTS TO IC-DEFECT-POINTS
           MOVE WS-IN-OPENS-WO TO IC-OPENS-WO.

       DELETE-CHECKLIST-ITEM.
           DISPLAY "Room type: "
           ACCEPT WS-IN-TYPE
           DISPLAY "Item number: "
           ACCEPT WS-IN-ITEM-NO
           OPEN I-O INSPCHK-FILE
           IF IC-FILE-ERROR
               DISPLAY "No checklists on file."
               CLOSE INSPCHK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TYPE TO IC-ROOM-TYPE
           MOVE WS-IN-ITEM-NO TO IC-ITEM-NO
           READ INSPCHK-FILE KEY IS IC-KEY
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   MOVE INSPCHK-RECORD TO MJA-BEFORE
                   DELETE INSPCHK-FILE
                   MOVE SPACES TO MJA-AFTER
                   MOVE 'Delete' TO MJA-ACTION
                   PERFORM JOURNAL-CHECKLIST-CHANGE
                   DISPLAY "Item removed."
           END-READ
           CLOSE INSPCHK-FILE.

       *> Items already on the type's list are left as they are.
       LOAD-STANDARD-CHECKLIST.
           DISPLAY "Room type: "
           ACCEPT WS-IN-TYPE
           PERFORM VALIDATE-TYPE-EXISTS
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOADED-COUNT
           OPEN I-O INSPCHK-FILE
           IF IC-FILE-ERROR
               CLOSE INSPCHK-FILE
               OPEN OUTPUT INSPCHK-FILE
               CLOSE INSPCHK-FILE
               OPEN I-O INSPCHK-FILE
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-STD-COUNT
               MOVE WS-IN-TYPE TO IC-ROOM-TYPE
               MOVE WS-CL-IDX TO IC-ITEM-NO
               READ INSPCHK-FILE KEY IS IC-KEY
                   INVALID KEY
                       MOVE WS-IN-TYPE TO IC-ROOM-TYPE
                       MOVE WS-CL-IDX TO IC-ITEM-NO
                       MOVE WS-STD-DESC(WS-CL-IDX) TO IC-ITEM-DESC
                       MOVE WS-STD-CATEGORY(WS-CL-IDX) TO IC-CATEGORY
                       MOVE WS-STD-POINTS(WS-CL-IDX)
                           TO IC-DEFECT-POINTS
                       MOVE WS-STD-OPENS-WO(WS-CL-IDX) TO IC-OPENS-WO
                       WRITE INSPCHK-RECORD
                       ADD 1 TO WS-LOADED-COUNT
                       MOVE SPACES TO MJA-BEFORE
                       MOVE INSPCHK-RECORD TO MJA-AFTER
                       MOVE 'Add' TO MJA-ACTION
                       PERFORM JOURNAL-CHECKLIST-CHANGE
               END-READ
           END-PERFORM
           CLOSE INSPCHK-FILE
           DISPLAY WS-LOADED-COUNT " standard items loaded for "
                   FUNCTION TRIM(WS-IN-TYPE) ".".

       VALIDATE-TYPE-EXISTS.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT ROOM-TYPES-FILE
           IF RT-FILE-OK
               MOVE WS-IN-TYPE TO ROOM-TYPE-CODE
               READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
           END-IF
           CLOSE ROOM-TYPES-FILE
           IF WS-FOUND = 'N'
               DISPLAY "Room type " FUNCTION TRIM(WS-IN-TYPE)
                       " not found."
           END-IF.

       JOURNAL-CHECKLIST-CHANGE.
           MOVE 'INSPCHK' TO MJA-FILE
           MOVE IC-KEY TO MJA-KEY
           MOVE 'roomInspection' TO MJA-PROGRAM
           CALL 'masterJournal' USING MASTER-JOURNAL-AREA.

      *****************************************************************
      * WEEKLY ATTENDANT QUALITY REPORT (INSPWEEK.RPT)
      * Seven days ending on the date asked for, this property only.
      * The score is the share of an attendant's rooms that passed
      * first time; the average is the defect points per inspection.
      * A checklist item failed twice or more in the same room in
      * the week is a recurring defect.
      *****************************************************************
       WEEKLY-QUALITY-REPORT.
           DISPLAY "Week ending (YYYYMMDD, 0 = today): "
           ACCEPT WS-WEEK-END
           IF WS-WEEK-END = 0
               ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO WS-WEEK-END
           END-IF
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6)

           MOVE 0 TO WS-AT-COUNT
           MOVE 0 TO WS-RD-COUNT
           MOVE 0 TO WS-WK-INSPECTIONS
           OPEN INPUT INSPECT-FILE
           IF IN-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INSPECT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF IN-DATE >= WS-WEEK-START
                              AND IN-DATE <= WS-WEEK-END
                              AND IN-PROPERTY = WS-PROPERTY
                               PERFORM TALLY-INSPECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INSPECT-FILE

           OPEN OUTPUT INSP-REPORT-FILE
           MOVE "WEEKLY ROOM INSPECTION QUALITY REPORT" TO IR-LINE
           WRITE IR-LINE
           MOVE SPACES TO IR-LINE
           STRING "PROPERTY " WS-PROPERTY "   WEEK " WS-WEEK-START
               " TO " WS-WEEK-END
               DELIMITED BY SIZE INTO IR-LINE
           WRITE IR-LINE
           MOVE ALL "-" TO IR-LINE
           WRITE IR-LINE
           MOVE "ATTENDANT NAME                           ROOMS  PASS"
               & "  FAIL  AVG PTS  SCORE %" TO IR-LINE
           WRITE IR-LINE
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               PERFORM WRITE-ATTENDANT-LINE
           END-PERFORM
           IF WS-AT-COUNT = 0
               MOVE "  No inspections in the week." TO IR-LINE
               WRITE IR-LINE
           END-IF

           MOVE SPACES TO IR-LINE
           WRITE IR-LINE
           MOVE "RECURRING DEFECTS (FAILED TWICE OR MORE IN A ROOM)"
               TO IR-LINE
           WRITE IR-LINE
           MOVE ALL "-" TO IR-LINE
           WRITE IR-LINE
           MOVE 0 TO WS-RD-RECURRING
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF WS-RD-TIMES(WS-RD-IDX) >= 2
                   ADD 1 TO WS-RD-RECURRING
                   MOVE WS-RD-TIMES(WS-RD-IDX) TO WS-COUNT-EDIT
                   MOVE SPACES TO IR-LINE
                   STRING "  ROOM " WS-RD-ROOM(WS-RD-IDX) "  "
                       WS-RD-ITEM(WS-RD-IDX) "  FAILED "
                       WS-COUNT-EDIT " TIMES"
                       DELIMITED BY SIZE INTO IR-LINE
                   WRITE IR-LINE
               END-IF
           END-PERFORM
           IF WS-RD-RECURRING = 0
               MOVE "  None." TO IR-LINE
               WRITE IR-LINE
           END-IF
           MOVE ALL "-" TO IR-LINE
           WRITE IR-LINE
           MOVE WS-WK-INSPECTIONS TO WS-COUNT-EDIT
           MOVE SPACES TO IR-LINE
           STRING "INSPECTIONS IN THE WEEK: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IR-LINE
           WRITE IR-LINE
           CLOSE INSP-REPORT-FILE

           MOVE 'INSPWEEK' TO RCA-REPORT-NAME
           MOVE '../DATA/INSPWEEK.RPT' TO RCA-REPORT-FILE
           MOVE WS-WEEK-END TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Inspections in the week: " WS-WK-INSPECTIONS
           DISPLAY "Recurring defects      : " WS-RD-RECURRING
           DISPLAY "Report written to INSPWEEK.RPT".

       TALLY-INSPECTION.
           ADD 1 TO WS-WK-INSPECTIONS
           MOVE 0 TO WS-AT-IDX
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-AT-COUNT
               IF WS-AT-STAFF-ID(WS-CL-IDX) = IN-ATTENDANT
                   MOVE WS-CL-IDX TO WS-AT-IDX
               END-IF
           END-PERFORM
           IF WS-AT-IDX = 0
               IF WS-AT-COUNT >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AT-COUNT
               MOVE WS-AT-COUNT TO WS-AT-IDX
               MOVE IN-ATTENDANT TO WS-AT-STAFF-ID(WS-AT-IDX)
               MOVE 0 TO WS-AT-INSPECTED(WS-AT-IDX)
               MOVE 0 TO WS-AT-PASSED(WS-AT-IDX)
               MOVE 0 TO WS-AT-FAILED(WS-AT-IDX)
               MOVE 0 TO WS-AT-POINTS(WS-AT-IDX)
           END-IF
           ADD 1 TO WS-AT-INSPECTED(WS-AT-IDX)
           IF IN-RESULT = 'Pass'
               ADD 1 TO WS-AT-PASSED(WS-AT-IDX)
           ELSE
               ADD 1 TO WS-AT-FAILED(WS-AT-IDX)
           END-IF
           ADD IN-DEFECT-POINTS TO WS-AT-POINTS(WS-AT-IDX)

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > IN-ITEM-COUNT
               IF IN-ITEM-RESULT(WS-CL-IDX) = 'F'
                   PERFORM TALLY-ROOM-DEFECT
               END-IF
           END-PERFORM.

       TALLY-ROOM-DEFECT.
           MOVE 0 TO WS-AT-IDX
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF WS-RD-ROOM(WS-RD-IDX) = IN-ROOM-ID
                  AND WS-RD-ITEM(WS-RD-IDX) = IN-ITEM-DESC(WS-CL-IDX)
                   ADD 1 TO WS-RD-TIMES(WS-RD-IDX)
                   MOVE 1 TO WS-AT-IDX
               END-IF
           END-PERFORM
           IF WS-AT-IDX = 0 AND WS-RD-COUNT < 300
               ADD 1 TO WS-RD-COUNT
               MOVE IN-ROOM-ID TO WS-RD-ROOM(WS-RD-COUNT)
               MOVE IN-ITEM-DESC(WS-CL-IDX) TO WS-RD-ITEM(WS-RD-COUNT)
               MOVE 1 TO WS-RD-TIMES(WS-RD-COUNT)
           END-IF.

       WRITE-ATTENDANT-LINE.
           MOVE WS-AT-STAFF-ID(WS-AT-IDX) TO WS-IN-ATTENDANT
           PERFORM FIND-ATTENDANT
           COMPUTE WS-SCORE ROUNDED =
               WS-AT-PASSED(WS-AT-IDX) * 100
                   / WS-AT-INSPECTED(WS-AT-IDX)
           COMPUTE WS-AVG-POINTS ROUNDED =
               WS-AT-POINTS(WS-AT-IDX) / WS-AT-INSPECTED(WS-AT-IDX)
           MOVE WS-SCORE TO WS-SCORE-EDIT
           MOVE WS-AVG-POINTS TO WS-AVG-EDIT
           MOVE SPACES TO WS-DETAIL
           STRING WS-AT-STAFF-ID(WS-AT-IDX) "     "
               WS-ATTENDANT-NAME "  "
               WS-AT-INSPECTED(WS-AT-IDX) "  "
               WS-AT-PASSED(WS-AT-IDX) "  "
               WS-AT-FAILED(WS-AT-IDX) "   "
               WS-AVG-EDIT "    " WS-SCORE-EDIT
               DELIMITED BY SIZE INTO WS-DETAIL
           MOVE WS-DETAIL TO IR-LINE
           WRITE IR-LINE
           DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING).

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

       GENERATE-NEXT-IN-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'INSPECT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-IN-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-IN-ID
           CLOSE COUNTERS-FILE.

       SEED-IN-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT INSPECT-FILE
           IF IN-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ INSPECT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF IN-ID > COUNTER-NEXT-ID
                               MOVE IN-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INSPECT-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'INSPECT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

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

       SEED-WO-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT WORKORDER-FILE
           IF WO-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ WORKORDER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF WO-ID > COUNTER-NEXT-ID
                               MOVE WO-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WORKORDER-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'WORKORDER' TO COUNTER-NAME
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

       END PROGRAM roomInspection.
