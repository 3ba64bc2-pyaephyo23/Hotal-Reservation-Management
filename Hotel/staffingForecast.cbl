      * different minutes, especially for Suites. For each of the
      * next 14 days the projection prints cleaning minutes,
      * attendant-days needed (at 420 working minutes per attendant)
      * and the gap against the Housekeeping shifts on the duty
      * roster (ROSTER.DAT, dutyRoster) for that day, flagging each
      * day short or over. Only when nothing is rostered in the
      * fortnight does the head housekeeper enter a flat headcount.
      * Standards live in HKSTD.DAT, maintained here; a type with
      * no record defaults to 20/40 minutes.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-ROOM-TYPE
               FILE STATUS IS WS-HK-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO '../DATA/ROSTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HKSTD-FILE.
       COPY "./CopyBooks/HKSTD.cpy".

       FD  ROSTER-FILE.
       COPY "./CopyBooks/ROSTER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
       01  WS-HK-FILE-STATUS       PIC 99.
           88 HK-FILE-OK           VALUE 00.
           88 HK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-DR-FILE-STATUS       PIC 99.
           88 DR-FILE-OK           VALUE 00.
           88 DR-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-FORECAST-DATE        PIC 9(8).
       01  WS-BK-ROOM-TYPE         PIC X(10).

       *> Housekeeping shifts rostered on each day of the horizon
       01  WS-ROSTER-HEADS         PIC 9(3).
       01  WS-ROSTER-TOTAL         PIC 9(4).
       01  WS-ROSTER-TABLE.
           05 WS-ROSTER-DAY OCCURS 14 TIMES PIC 9(3).
       01  WS-DAY-GAP              PIC 9(3).
       01  WS-DAY-MINUTES          PIC 9(6).
       01  WS-DAY-ATTENDANTS       PIC 9(3).
       01  WS-IN-ROOM-TYPE         PIC X(10).
           GOBACK.

       RUN-PROJECTION.
           PERFORM LOAD-ROSTER-HEADS
           IF WS-ROSTER-TOTAL = 0
               DISPLAY "No Housekeeping shifts on the duty roster "
                       "for the next 14 days."
               DISPLAY "Roster headcount (attendants available per "
                       "day): "
               ACCEPT WS-ROSTER-HEADS
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 14
                   MOVE WS-ROSTER-HEADS TO WS-ROSTER-DAY(WS-DAY-IDX)
               END-PERFORM
           END-IF

           MOVE 0 TO WS-TYPE-COUNT
           INITIALIZE WS-STAYOVER-TABLE
           PERFORM TALLY-CLEANS
           PERFORM SHOW-PROJECTION.

       *> Each Housekeeping shift on the roster, not cancelled and
       *> not marked absent, is one attendant-day.
       LOAD-ROSTER-HEADS.
           MOVE 0 TO WS-ROSTER-TOTAL
           INITIALIZE WS-ROSTER-TABLE
           OPEN INPUT ROSTER-FILE
           IF DR-FILE-ERROR
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO DR-DATE
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
                       IF DR-DATE > WS-HORIZON-END
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF FUNCTION TRIM(DR-DEPARTMENT)
                                  = 'Housekeeping'
                              AND FUNCTION TRIM(DR-STATUS)
                                  NOT = 'Cancelled'
                              AND FUNCTION TRIM(DR-STATUS)
                                  NOT = 'Absent'
                               COMPUTE WS-DAY-IDX =
                                   FUNCTION INTEGER-OF-DATE(DR-DATE)
                                   - WS-TODAY-INTEGER + 1
                               ADD 1 TO WS-ROSTER-DAY(WS-DAY-IDX)
                               ADD 1 TO WS-ROSTER-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           MOVE 'N' TO WS-EOF.

       *> Every Active booking contributes: each occupied night is a
       *> stay-over clean except the check-out morning, which is a
       *> departure clean.
           MOVE 'N' TO WS-EOF.

       TALLY-ONE-BOOKING.
           *> A sharer's booking rides on the principal's room -
           *> the room is counted once, on the principal.
           IF SHARE-ROLE-BK = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOOKING-ROOM-TYPE
           IF WS-BK-ROOM-TYPE = SPACES
               EXIT PARAGRAPH
           COMPUTE WS-DAY-ATTENDANTS =
               (WS-DAY-MINUTES + WS-MINUTES-PER-DAY - 1)
               / WS-MINUTES-PER-DAY
           MOVE WS-ROSTER-DAY(WS-DAY-IDX) TO WS-ROSTER-HEADS
           EVALUATE TRUE
               WHEN WS-DAY-ATTENDANTS > WS-ROSTER-HEADS
                   COMPUTE WS-DAY-GAP =
                       WS-DAY-ATTENDANTS - WS-ROSTER-HEADS
                   DISPLAY WS-FORECAST-DATE "  " WS-DAY-MINUTES
                           "     " WS-DAY-ATTENDANTS "         "
                           WS-ROSTER-HEADS "     SHORT " WS-DAY-GAP
               WHEN WS-DAY-ATTENDANTS < WS-ROSTER-HEADS
                   COMPUTE WS-DAY-GAP =
                       WS-ROSTER-HEADS - WS-DAY-ATTENDANTS
                   DISPLAY WS-FORECAST-DATE "  " WS-DAY-MINUTES
                           "     " WS-DAY-ATTENDANTS "         "
                           WS-ROSTER-HEADS "     OVER  " WS-DAY-GAP
               WHEN OTHER
                   DISPLAY WS-FORECAST-DATE "  " WS-DAY-MINUTES
                           "     " WS-DAY-ATTENDANTS "         "
                           WS-ROSTER-HEADS "     ok"
           END-EVALUATE.

       MAINTAIN-STANDARDS.
           DISPLAY "Room type: "
