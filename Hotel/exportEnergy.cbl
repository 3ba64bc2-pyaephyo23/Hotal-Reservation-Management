       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportEnergy.

      *****************************************************************
      * NIGHTLY ENERGY-MANAGEMENT EXPORT
      * Night-run job for the building management system: one line
      * per room giving its state for tonight and for tomorrow night
      * - SOLD, VACANT or OOS - so HVAC can set back the rooms nobody
      * will sleep in. A night is SOLD when an Active or Option
      * booking covers it, or when the guest in house is booked to
      * stay past it; OOS when the room is out of service and not
      * due back before that night. The fixed layout goes to
      * ENERGYEXPORT.DAT for the BMS to pick up.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT ENERGY-EXPORT-FILE ASSIGN TO
               '../DATA/ENERGYEXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  ENERGY-EXPORT-FILE.
       01  EE-EXPORT-LINE.
           05 EE-ROOM-ID           PIC X(5).
           05 FILLER               PIC X.
           05 EE-BUILDING          PIC X(10).
           05 FILLER               PIC X.
           05 EE-FLOOR             PIC 9(2).
           05 FILLER               PIC X.
           05 EE-ROOM-TYPE         PIC X(10).
           05 FILLER               PIC X.
           05 EE-TONIGHT-DATE      PIC 9(8).
           05 FILLER               PIC X.
           05 EE-TONIGHT-STATE     PIC X(6).
           05 FILLER               PIC X.
           05 EE-TOMORROW-DATE     PIC 9(8).
           05 FILLER               PIC X.
           05 EE-TOMORROW-STATE    PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-EXPORT-COUNT         PIC 9(5) VALUE 0.
       01  WS-VACANT-COUNT         PIC 9(5) VALUE 0.

       *> Every room with its state for the two nights
       01  WS-ROOM-COUNT           PIC 9(4) VALUE 0.
       01  WS-ROOM-IDX             PIC 9(4).
       01  WS-ROOM-HIT             PIC X.
       01  WS-SEEK-ROOM-ID         PIC X(5).
       01  WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 1000 TIMES.
               10 WS-RM-ID         PIC X(5).
               10 WS-RM-BUILDING   PIC X(10).
               10 WS-RM-FLOOR      PIC 9(2).
               10 WS-RM-TYPE       PIC X(10).
               10 WS-RM-STATE      PIC X(6) OCCURS 2 TIMES.

       01  WS-NIGHT-DATE           PIC 9(8) OCCURS 2 TIMES.
       01  WS-NIGHT-IDX            PIC 9.
       01  WS-STAY-FROM-DATE       PIC 9(8).
       01  WS-STAY-DEPART-DATE     PIC 9(8).

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
           DISPLAY "=========================================="
           DISPLAY "   ENERGY MANAGEMENT EXPORT"
           DISPLAY "=========================================="
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE WS-CURRENT-DATE-NUM TO WS-NIGHT-DATE(1)
           COMPUTE WS-NIGHT-DATE(2) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) + 1)

           PERFORM LOAD-ROOMS
           IF WS-ROOM-COUNT = 0
               DISPLAY "No rooms on file - nothing to export."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MARK-BOOKED-NIGHTS
           PERFORM MARK-IN-HOUSE-STAYS
           PERFORM WRITE-EXPORT

           DISPLAY "Energy export: " WS-EXPORT-COUNT
                   " room(s) written to ENERGYEXPORT.DAT, "
                   WS-VACANT-COUNT " vacant tonight"
           GOBACK.

       *> Rooms out of service start as OOS for each night they are
       *> not yet due back; everything else starts VACANT.
       LOAD-ROOMS.
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
                       IF WS-ROOM-COUNT < 1000
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE ROOM-ID TO WS-RM-ID(WS-ROOM-COUNT)
                           MOVE R-BUILDING
                               TO WS-RM-BUILDING(WS-ROOM-COUNT)
                           MOVE R-FLOOR TO WS-RM-FLOOR(WS-ROOM-COUNT)
                           MOVE ROOM-TYPE TO WS-RM-TYPE(WS-ROOM-COUNT)
                           PERFORM SET-STARTING-STATES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE 'N' TO WS-EOF.

       SET-STARTING-STATES.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > 2
               IF FUNCTION TRIM(R-STATUS) = 'Out of Service'
                  AND (R-MAINT-RETURN-DATE = 0
                   OR R-MAINT-RETURN-DATE > WS-NIGHT-DATE(WS-NIGHT-IDX))
                   MOVE 'OOS' TO WS-RM-STATE(WS-ROOM-COUNT,
                                             WS-NIGHT-IDX)
               ELSE
                   MOVE 'VACANT' TO WS-RM-STATE(WS-ROOM-COUNT,
                                                WS-NIGHT-IDX)
               END-IF
           END-PERFORM.

       MARK-BOOKED-NIGHTS.
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (BOOKING-STATUS = 'Active'
                           OR BOOKING-STATUS = 'Option')
                          AND CHECKIN-DATE <= WS-NIGHT-DATE(2)
                          AND CHECKOUT-DATE OF BOOKING-RECORD
                              > WS-NIGHT-DATE(1)
                           MOVE ROOM-ID-BK TO WS-SEEK-ROOM-ID
                           MOVE CHECKIN-DATE TO WS-STAY-FROM-DATE
                           MOVE CHECKOUT-DATE OF BOOKING-RECORD
                               TO WS-STAY-DEPART-DATE
                           PERFORM MARK-ROOM-SOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
           MOVE 'N' TO WS-EOF.

       *> A checked-in booking reads Completed, so the guests in
       *> house are found from the open stays and their departure
       *> date from the booking they came in on.
       MARK-IN-HOUSE-STAYS.
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-ERROR
               CLOSE CHECKINOUT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKING-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHECKOUT-FLAG OF CHECKINOUT-RECORD = 'N'
                           MOVE WS-NIGHT-DATE(2) TO WS-STAY-DEPART-DATE
                           MOVE BOOKING-ID-IO TO BOOKING-ID
                           READ BOOKING-FILE KEY IS BOOKING-ID
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CHECKOUT-DATE OF BOOKING-RECORD
                                       TO WS-STAY-DEPART-DATE
                           END-READ
                           *> Still in house past the booked
                           *> departure - the overstayer keeps the
                           *> room tonight.
                           IF WS-STAY-DEPART-DATE <= WS-NIGHT-DATE(1)
                               MOVE WS-NIGHT-DATE(2)
                                   TO WS-STAY-DEPART-DATE
                           END-IF
                           MOVE ROOM-ID-IO TO WS-SEEK-ROOM-ID
                           MOVE WS-NIGHT-DATE(1) TO WS-STAY-FROM-DATE
                           PERFORM MARK-ROOM-SOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
           CLOSE CHECKINOUT-FILE
           MOVE 'N' TO WS-EOF.

       *> Sold for each of the two nights from WS-STAY-FROM-DATE to the
       *> night before WS-STAY-DEPART-DATE. Out of service wins - a
       *> booking on a room still out is a move for the front desk.
       MARK-ROOM-SOLD.
           PERFORM FIND-ROOM-SLOT
           IF WS-ROOM-HIT = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > 2
               IF WS-STAY-FROM-DATE <= WS-NIGHT-DATE(WS-NIGHT-IDX)
                  AND WS-STAY-DEPART-DATE > WS-NIGHT-DATE(WS-NIGHT-IDX)
                  AND WS-RM-STATE(WS-ROOM-IDX, WS-NIGHT-IDX)
                      NOT = 'OOS'
                   MOVE 'SOLD' TO WS-RM-STATE(WS-ROOM-IDX,
                                              WS-NIGHT-IDX)
               END-IF
           END-PERFORM.

       FIND-ROOM-SLOT.
           MOVE 'N' TO WS-ROOM-HIT
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF WS-RM-ID(WS-ROOM-IDX) = WS-SEEK-ROOM-ID
                   MOVE 'Y' TO WS-ROOM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-EXPORT.
           OPEN OUTPUT ENERGY-EXPORT-FILE
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               MOVE SPACES TO EE-EXPORT-LINE
               MOVE WS-RM-ID(WS-ROOM-IDX) TO EE-ROOM-ID
               MOVE WS-RM-BUILDING(WS-ROOM-IDX) TO EE-BUILDING
               MOVE WS-RM-FLOOR(WS-ROOM-IDX) TO EE-FLOOR
               MOVE WS-RM-TYPE(WS-ROOM-IDX) TO EE-ROOM-TYPE
               MOVE WS-NIGHT-DATE(1) TO EE-TONIGHT-DATE
               MOVE WS-RM-STATE(WS-ROOM-IDX, 1) TO EE-TONIGHT-STATE
               MOVE WS-NIGHT-DATE(2) TO EE-TOMORROW-DATE
               MOVE WS-RM-STATE(WS-ROOM-IDX, 2) TO EE-TOMORROW-STATE
               WRITE EE-EXPORT-LINE
               ADD 1 TO WS-EXPORT-COUNT
               IF WS-RM-STATE(WS-ROOM-IDX, 1) = 'VACANT'
                   ADD 1 TO WS-VACANT-COUNT
               END-IF
           END-PERFORM
           CLOSE ENERGY-EXPORT-FILE.

       END PROGRAM exportEnergy.
