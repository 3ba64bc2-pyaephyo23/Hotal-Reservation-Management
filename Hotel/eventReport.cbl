       IDENTIFICATION DIVISION.
       PROGRAM-ID. eventReport.

      *****************************************************************
      * POST-EVENT REPORT
      * Once a city event or holiday from EVENTS.DAT is over, sets
      * each of its dates beside the same date last year: rooms
      * occupied, occupancy percent against the rooms on the room
      * master, room revenue and ADR (room revenue over rooms sold -
      * comp and house-use rooms occupy but are not sold, as on the
      * flash report), with totals and the change for the whole
      * event. Figures come off the night audit's DAILYSTATS.DAT;
      * a date with no row shows as not on file (rebuildStats fills
      * gaps). 29 February compares with 28 February. Written to
      * EVENTRPT.RPT and shown on screen.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO '../DATA/EVENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-EV-FILE-STATUS.
           SELECT DAILYSTAT-FILE ASSIGN TO '../DATA/DAILYSTATS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DATE
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT EVENT-REPORT-FILE ASSIGN TO '../DATA/EVENTRPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       COPY "./CopyBooks/EVENTS.cpy".

       FD  DAILYSTAT-FILE.
       COPY "./CopyBooks/DAILYSTAT.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  EVENT-REPORT-FILE.
       01  ER-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EV-FILE-STATUS       PIC 99.
           88 EV-FILE-OK           VALUE 00.
           88 EV-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-DS-FILE-STATUS       PIC 99.
           88 DS-FILE-OK           VALUE 00.
           88 DS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-IN-EVENT-ID          PIC 9(5).
       01  WS-TOTAL-ROOMS          PIC 9(4) VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(3) VALUE 0.

       *> The date in hand and its twin last year
       01  WS-DAY-INTEGER          PIC 9(8).
       01  WS-END-INTEGER          PIC 9(8).
       01  WS-TY-DATE              PIC 9(8).
       01  WS-LY-DATE              PIC 9(8).

       *> One date's figures, this year or last
       01  WS-DAY-FOUND            PIC X.
       01  WS-DAY-OCCUPIED         PIC 9(5).
       01  WS-DAY-SOLD             PIC 9(5).
       01  WS-DAY-ROOMREV          PIC 9(9).
       01  WS-DAY-OCC-PCT          PIC 9(3).
       01  WS-DAY-ADR              PIC 9(9).
       01  WS-TY-TEXT              PIC X(32).
       01  WS-LY-TEXT              PIC X(32).

       *> Event totals
       01  WS-TY-DAYS              PIC 9(3) VALUE 0.
       01  WS-TY-OCCUPIED          PIC 9(7) VALUE 0.
       01  WS-TY-SOLD              PIC 9(7) VALUE 0.
       01  WS-TY-ROOMREV           PIC 9(11) VALUE 0.
       01  WS-TY-OCC-PCT           PIC 9(3) VALUE 0.
       01  WS-TY-ADR               PIC 9(9) VALUE 0.
       01  WS-LY-DAYS              PIC 9(3) VALUE 0.
       01  WS-LY-OCCUPIED          PIC 9(7) VALUE 0.
       01  WS-LY-SOLD              PIC 9(7) VALUE 0.
       01  WS-LY-ROOMREV           PIC 9(11) VALUE 0.
       01  WS-LY-OCC-PCT           PIC 9(3) VALUE 0.
       01  WS-LY-ADR               PIC 9(9) VALUE 0.
       01  WS-OCC-CHANGE           PIC S9(3).
       01  WS-ADR-CHANGE           PIC S9(9).
       01  WS-OCC-CHANGE-ED        PIC -ZZ9.
       01  WS-ADR-CHANGE-ED        PIC -Z(8)9.

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

           DISPLAY "=========================================="
           DISPLAY "   POST-EVENT REPORT"
           DISPLAY "=========================================="
           PERFORM LIST-PAST-EVENTS
           IF WS-LISTED-COUNT = 0
               GOBACK
           END-IF
           DISPLAY "Event ID to report (0 to go back): "
           ACCEPT WS-IN-EVENT-ID
           IF WS-IN-EVENT-ID = 0
               GOBACK
           END-IF

           OPEN INPUT EVENTS-FILE
           MOVE WS-IN-EVENT-ID TO EV-ID
           READ EVENTS-FILE KEY IS EV-ID
               INVALID KEY
                   DISPLAY "Event " WS-IN-EVENT-ID " not found."
                   CLOSE EVENTS-FILE
                   GOBACK
           END-READ
           CLOSE EVENTS-FILE
           IF EV-END-DATE >= WS-CURRENT-DATE-NUM
               DISPLAY "Event is not over yet - dates still to come "
                       "show as not on file."
           END-IF

           PERFORM COUNT-ROOMS
           OPEN INPUT DAILYSTAT-FILE
           IF DS-FILE-ERROR
               DISPLAY "No daily statistics on file - run the "
                       "night audit first."
               CLOSE DAILYSTAT-FILE
               GOBACK
           END-IF
           PERFORM WRITE-EVENT-REPORT
           CLOSE DAILYSTAT-FILE
           GOBACK.

       *> Events already begun are the ones there is anything to
       *> compare for.
       LIST-PAST-EVENTS.
           MOVE 0 TO WS-LISTED-COUNT
           OPEN INPUT EVENTS-FILE
           IF EV-FILE-ERROR
               DISPLAY "No events on file."
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID    START    END      IMPACT PROP EVENT"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EV-START-DATE < WS-CURRENT-DATE-NUM
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY EV-ID " " EV-START-DATE " "
                                   EV-END-DATE " " EV-IMPACT " "
                                   EV-PROPERTY " "
                                   FUNCTION TRIM(EV-NAME)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           MOVE 'N' TO WS-EOF
           IF WS-LISTED-COUNT = 0
               DISPLAY "No event has taken place yet."
           END-IF.

       COUNT-ROOMS.
           MOVE 0 TO WS-TOTAL-ROOMS
           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-ERROR
               CLOSE ROOMS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOMS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ROOMS
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE 'N' TO WS-EOF.

       WRITE-EVENT-REPORT.
           OPEN OUTPUT EVENT-REPORT-FILE
           MOVE "POST-EVENT REPORT - EVENT DATES AGAINST LAST YEAR"
               TO ER-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO ER-LINE
           STRING "EVENT " EV-ID " " FUNCTION TRIM(EV-NAME)
               "  " EV-START-DATE " - " EV-END-DATE
               "  IMPACT " EV-IMPACT "  PROPERTY " EV-PROPERTY
               DELIMITED BY SIZE INTO ER-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO ER-LINE
           STRING "RUN " WS-CURRENT-DATE-NUM "  ROOMS " WS-TOTAL-ROOMS
               DELIMITED BY SIZE INTO ER-LINE
           PERFORM PUT-LINE
           MOVE ALL "-" TO ER-LINE
           PERFORM PUT-LINE
           MOVE "DATE      OCC   OCC%  ROOM REV    ADR        "
             & "LAST YR   OCC   OCC%  ROOM REV    ADR"
               TO ER-LINE
           PERFORM PUT-LINE

           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(EV-START-DATE)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(EV-END-DATE)
           PERFORM UNTIL WS-DAY-INTEGER > WS-END-INTEGER
               COMPUTE WS-TY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               PERFORM COMPARE-ONE-DATE
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM

           PERFORM COMPUTE-EVENT-TOTALS
           MOVE ALL "-" TO ER-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO ER-LINE
           STRING "EVENT     " WS-TY-OCCUPIED " " WS-TY-OCC-PCT "%  "
               WS-TY-ROOMREV " " WS-TY-ADR
               DELIMITED BY SIZE INTO ER-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO ER-LINE
           STRING "LAST YEAR " WS-LY-OCCUPIED " " WS-LY-OCC-PCT "%  "
               WS-LY-ROOMREV " " WS-LY-ADR
               DELIMITED BY SIZE INTO ER-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO ER-LINE
           STRING "CHANGE    OCC% " WS-OCC-CHANGE-ED " POINTS   ADR "
               WS-ADR-CHANGE-ED
               DELIMITED BY SIZE INTO ER-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO ER-LINE
           STRING "DAYS ON FILE  THIS YEAR " WS-TY-DAYS
               "  LAST YEAR " WS-LY-DAYS
               DELIMITED BY SIZE INTO ER-LINE
           PERFORM PUT-LINE

           CLOSE EVENT-REPORT-FILE
           MOVE 'EVENTREPORT' TO RCA-REPORT-NAME
           MOVE '../DATA/EVENTRPT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY " "
           DISPLAY "Report written to EVENTRPT.RPT".

       COMPARE-ONE-DATE.
           *> Same calendar date a year back; a leap day has no twin
           *> and is set against the 28th.
           COMPUTE WS-LY-DATE = WS-TY-DATE - 10000
           IF WS-TY-DATE(5:4) = '0229'
               MOVE '0228' TO WS-LY-DATE(5:4)
           END-IF

           MOVE WS-TY-DATE TO DS-DATE
           PERFORM READ-ONE-DATE
           MOVE SPACES TO WS-TY-TEXT
           IF WS-DAY-FOUND = 'Y'
               ADD 1 TO WS-TY-DAYS
               ADD WS-DAY-OCCUPIED TO WS-TY-OCCUPIED
               ADD WS-DAY-SOLD TO WS-TY-SOLD
               ADD WS-DAY-ROOMREV TO WS-TY-ROOMREV
               STRING WS-DAY-OCCUPIED " " WS-DAY-OCC-PCT "%  "
                   WS-DAY-ROOMREV " " WS-DAY-ADR
                   DELIMITED BY SIZE INTO WS-TY-TEXT
           ELSE
               MOVE "not on file" TO WS-TY-TEXT
           END-IF

           MOVE WS-LY-DATE TO DS-DATE
           PERFORM READ-ONE-DATE
           MOVE SPACES TO WS-LY-TEXT
           IF WS-DAY-FOUND = 'Y'
               ADD 1 TO WS-LY-DAYS
               ADD WS-DAY-OCCUPIED TO WS-LY-OCCUPIED
               ADD WS-DAY-SOLD TO WS-LY-SOLD
               ADD WS-DAY-ROOMREV TO WS-LY-ROOMREV
               STRING WS-DAY-OCCUPIED " " WS-DAY-OCC-PCT "%  "
                   WS-DAY-ROOMREV " " WS-DAY-ADR
                   DELIMITED BY SIZE INTO WS-LY-TEXT
           ELSE
               MOVE "not on file" TO WS-LY-TEXT
           END-IF

           MOVE SPACES TO ER-LINE
           STRING WS-TY-DATE "  " WS-TY-TEXT "  " WS-LY-DATE "  "
               WS-LY-TEXT
               DELIMITED BY SIZE INTO ER-LINE
           PERFORM PUT-LINE.

       *> DS-DATE holds the date wanted.
       READ-ONE-DATE.
           MOVE 'N' TO WS-DAY-FOUND
           MOVE 0 TO WS-DAY-OCCUPIED
           MOVE 0 TO WS-DAY-SOLD
           MOVE 0 TO WS-DAY-ROOMREV
           MOVE 0 TO WS-DAY-OCC-PCT
           MOVE 0 TO WS-DAY-ADR
           READ DAILYSTAT-FILE KEY IS DS-DATE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-DAY-FOUND
           MOVE DS-ROOMS-OCCUPIED TO WS-DAY-OCCUPIED
           MOVE DS-ROOM-REVENUE TO WS-DAY-ROOMREV
           IF DS-ROOMS-OCCUPIED > DS-COMP-ROOMS + DS-HOUSE-ROOMS
               COMPUTE WS-DAY-SOLD =
                   DS-ROOMS-OCCUPIED - DS-COMP-ROOMS - DS-HOUSE-ROOMS
           END-IF
           IF WS-TOTAL-ROOMS > 0
               COMPUTE WS-DAY-OCC-PCT =
                   (WS-DAY-OCCUPIED * 100) / WS-TOTAL-ROOMS
           END-IF
           IF WS-DAY-SOLD > 0
               COMPUTE WS-DAY-ADR = WS-DAY-ROOMREV / WS-DAY-SOLD
           END-IF.

       COMPUTE-EVENT-TOTALS.
           IF WS-TOTAL-ROOMS > 0 AND WS-TY-DAYS > 0
               COMPUTE WS-TY-OCC-PCT = (WS-TY-OCCUPIED * 100)
                   / (WS-TOTAL-ROOMS * WS-TY-DAYS)
           END-IF
           IF WS-TY-SOLD > 0
               COMPUTE WS-TY-ADR = WS-TY-ROOMREV / WS-TY-SOLD
           END-IF
           IF WS-TOTAL-ROOMS > 0 AND WS-LY-DAYS > 0
               COMPUTE WS-LY-OCC-PCT = (WS-LY-OCCUPIED * 100)
                   / (WS-TOTAL-ROOMS * WS-LY-DAYS)
           END-IF
           IF WS-LY-SOLD > 0
               COMPUTE WS-LY-ADR = WS-LY-ROOMREV / WS-LY-SOLD
           END-IF
           COMPUTE WS-OCC-CHANGE = WS-TY-OCC-PCT - WS-LY-OCC-PCT
           COMPUTE WS-ADR-CHANGE = WS-TY-ADR - WS-LY-ADR
           MOVE WS-OCC-CHANGE TO WS-OCC-CHANGE-ED
           MOVE WS-ADR-CHANGE TO WS-ADR-CHANGE-ED.

       PUT-LINE.
           WRITE ER-LINE
           DISPLAY ER-LINE.

       END PROGRAM eventReport.
