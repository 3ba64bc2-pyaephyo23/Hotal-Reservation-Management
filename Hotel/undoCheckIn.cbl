       IDENTIFICATION DIVISION.
       PROGRAM-ID. undoCheckIn.

      *****************************************************************
      * UNDO A CHECK-IN MADE IN ERROR
      * When the desk checks in the wrong booking or the wrong room,
      * checkIn has already written CHECKINOUT, STAYLOG and GUESTS,
      * set the room Occupied and moved the booking to Completed.
      * Checking the guest out and voiding the invoice was the only
      * way back. Here a Manager takes the stay off instead: the
      * stay's records are removed, the booking goes back to the
      * status it held before arrival, the room goes back to
      * Available, an open card pre-auth is released, the door-lock
      * system is told to kill the card, any fee waived at check-in
      * is taken off WAIVERS.DAT with the stay, and an audit row
      * records who did it. A stay with anything on its folio is
      * refused - charges mean the guest has used the room, and that
      * is a checkout, not a mistake - as is a stay still holding a
      * safe-deposit box, which has to be surrendered first.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-IO-FILE-STATUS.
           SELECT STAYLOG-FILE ASSIGN TO '../DATA/STAYLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAYLOG-ID
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT GUEST-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-GU-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT FOLIO-FILE ASSIGN TO '../DATA/FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOLIO-LINE-ID
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT PREAUTH-FILE ASSIGN TO '../DATA/PREAUTHS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT SAFEBOX-FILE ASSIGN TO '../DATA/SAFEBOX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-BOX-NO
               FILE STATUS IS WS-SB-FILE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO '../DATA/WAIVERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-ID
               FILE STATUS IS WS-WV-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO '../DATA/AUDITLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-ID
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT KEYCARD-CANCEL-FILE ASSIGN TO
               '../DATA/KEYCARDCANCEL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KC-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  PREAUTH-FILE.
       COPY "./CopyBooks/PREAUTHS.cpy".

       FD  SAFEBOX-FILE.
       COPY "./CopyBooks/SAFEBOX.cpy".

       FD  WAIVER-FILE.
       COPY "./CopyBooks/WAIVERS.cpy".

       FD  AUDIT-FILE.
       COPY "./CopyBooks/AUDITLOG.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       *> Same layout exportKeycard hands the door-lock system, so
       *> the lock interface reads a cancellation like any other
       *> card line.
       FD  KEYCARD-CANCEL-FILE.
       01  KC-CANCEL-LINE.
           05 KC-ROOM-ID           PIC X(5).
           05 FILLER               PIC X.
           05 KC-CUSTOMER-ID       PIC 9(5).
           05 FILLER               PIC X.
           05 KC-CUSTOMER-NAME     PIC X(30).
           05 FILLER               PIC X.
           05 KC-VALID-FROM-DATE   PIC 9(8).
           05 FILLER               PIC X.
           05 KC-VALID-FROM-TIME   PIC 9(6).
           05 FILLER               PIC X.
           05 KC-VALID-TO-DATE     PIC 9(8).
           05 FILLER               PIC X.
           05 KC-VALID-TO-TIME     PIC 9(6).
           05 FILLER               PIC X.
           05 KC-ACCESS-STATUS     PIC X(9).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-IO-FILE-STATUS       PIC 99.
           88 IO-FILE-OK           VALUE 00.
           88 IO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-GU-FILE-STATUS       PIC 99.
           88 GU-FILE-OK           VALUE 00.
           88 GU-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RM-FILE-STATUS       PIC 99.
           88 RM-FILE-OK           VALUE 00.
           88 RM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-PA-FILE-STATUS       PIC 99.
           88 PA-FILE-OK           VALUE 00.
           88 PA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SB-FILE-STATUS       PIC 99.
           88 SB-FILE-OK           VALUE 00.
           88 SB-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WV-FILE-STATUS       PIC 99.
           88 WV-FILE-OK           VALUE 00.
           88 WV-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AUDIT-FILE-STATUS    PIC 99.
           88 AUDIT-FILE-OK        VALUE 00.
           88 AUDIT-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-KC-FILE-STATUS       PIC 99.
           88 KC-FILE-OK           VALUE 00.
           88 KC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X VALUE 'N'.
       *> A share-with partner still in the room keeps it Occupied.
       01  WS-ROOM-STILL-IN-USE    PIC X VALUE 'N'.
       01  WS-CONFIRM              PIC X.

       *> The stay being taken off, as read from CHECKINOUT
       01  WS-UNDO-CHECKIN-ID      PIC 9(5).
       01  WS-UNDO-BOOKING-ID      PIC 9(5).
       01  WS-UNDO-ROOM-ID         PIC X(5).
       01  WS-UNDO-CHECKIN-DATE    PIC 9(8).
       01  WS-UNDO-CHECKIN-TIME    PIC 9(6).
       01  WS-UNDO-CHECKED-OUT     PIC X.
       01  WS-UNDO-CUSTOMER-ID     PIC 9(5) VALUE 0.
       01  WS-UNDO-REASON          PIC X(30).
       01  WS-FOLIO-LINES          PIC 9(5) VALUE 0.
       01  WS-STAYLOG-REMOVED      PIC 9(3) VALUE 0.
       01  WS-GUESTS-REMOVED       PIC 9(3) VALUE 0.
       01  WS-PREAUTH-RELEASED     PIC 9(3) VALUE 0.
       01  WS-SAFEBOX-COUNT        PIC 9(3) VALUE 0.
       01  WS-WAIVERS-REMOVED      PIC 9(3) VALUE 0.

       *> Booking status before the guest arrived - taken from the
       *> checkIn audit row that moved it to Completed.
       01  WS-PRIOR-STATUS         PIC X(10).
       01  WS-PRIOR-AUDIT-ID       PIC 9(5) VALUE 0.

       01  WS-NEXT-AUDIT-ID        PIC 9(5).
       01  WS-AUDIT-OLD-STATUS     PIC X(10).
       01  WS-AUDIT-NEW-STATUS     PIC X(10).
       01  WS-NOW-STAMP            PIC X(14).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           DISPLAY "***********************************************"
           DISPLAY "        UNDO CHECK-IN MADE IN ERROR"
           DISPLAY "***********************************************"
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "Undoing a check-in requires a Manager or "
                       "Supervisor sign-on."
               GOBACK
           END-IF

           DISPLAY "Check-in ID to undo (0 to go back): "
           ACCEPT WS-UNDO-CHECKIN-ID
           IF WS-UNDO-CHECKIN-ID = 0
               GOBACK
           END-IF

           OPEN INPUT CHECKINOUT-FILE
           IF IO-FILE-ERROR
               DISPLAY "No check-ins on file."
               CLOSE CHECKINOUT-FILE
               GOBACK
           END-IF
           MOVE WS-UNDO-CHECKIN-ID TO CHECKIN-ID
           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
               INVALID KEY
                   DISPLAY "Check-in ID not found."
                   CLOSE CHECKINOUT-FILE
                   GOBACK
           END-READ
           MOVE BOOKING-ID-IO TO WS-UNDO-BOOKING-ID
           MOVE ROOM-ID-IO TO WS-UNDO-ROOM-ID
           MOVE ACTUAL-CHECKIN-DATE TO WS-UNDO-CHECKIN-DATE
           MOVE ACTUAL-CHECKIN-TIME TO WS-UNDO-CHECKIN-TIME
           MOVE CHECKOUT-FLAG IN CHECKINOUT-RECORD
               TO WS-UNDO-CHECKED-OUT
           CLOSE CHECKINOUT-FILE

           IF WS-UNDO-CHECKED-OUT = 'Y'
               DISPLAY "Stay " WS-UNDO-CHECKIN-ID " is already "
                       "checked out - void its invoice instead."
               GOBACK
           END-IF

           *> Anything posted to the folio means the room has been
           *> used - that stay has to go through checkOut.
           PERFORM COUNT-FOLIO-LINES
           IF WS-FOLIO-LINES > 0
               DISPLAY "Stay " WS-UNDO-CHECKIN-ID " has "
                       WS-FOLIO-LINES " folio line(s) posted - "
                       "check-in cannot be undone."
               GOBACK
           END-IF

           *> A box key in the guest's hand has to come back through
           *> Safe-Deposit Boxes before the stay can disappear.
           PERFORM CHECK-SAFE-BOX-HELD
           IF WS-SAFEBOX-COUNT > 0
               DISPLAY "Surrender the box or record a release in "
                       "Safe-Deposit Boxes first."
               GOBACK
           END-IF

           PERFORM FIND-PRIOR-STATUS

           DISPLAY "  Check-in ID : " WS-UNDO-CHECKIN-ID
           DISPLAY "  Room        : " WS-UNDO-ROOM-ID
           IF WS-UNDO-BOOKING-ID = 0
               DISPLAY "  Booking     : walk-in"
           ELSE
               DISPLAY "  Booking     : " WS-UNDO-BOOKING-ID
                       "  (returns to "
                       FUNCTION TRIM(WS-PRIOR-STATUS) ")"
           END-IF
           DISPLAY "  Checked in  : " WS-UNDO-CHECKIN-DATE(1:4) "/"
                   WS-UNDO-CHECKIN-DATE(5:2) "/"
                   WS-UNDO-CHECKIN-DATE(7:2) " "
                   WS-UNDO-CHECKIN-TIME(1:2) ":"
                   WS-UNDO-CHECKIN-TIME(3:2)
           DISPLAY "Reason (required): "
           ACCEPT WS-UNDO-REASON
           IF WS-UNDO-REASON = SPACES
               DISPLAY "An undo must carry a reason - nothing changed."
               GOBACK
           END-IF
           DISPLAY "Undo this check-in? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing changed."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           PERFORM REMOVE-STAYLOG-RECORDS
           PERFORM REMOVE-GUEST-RECORDS
           PERFORM REMOVE-CHECKIN-RECORD
           PERFORM RELEASE-OPEN-PREAUTHS
           PERFORM REMOVE-WAIVER-RECORDS
           PERFORM RESTORE-BOOKING
           PERFORM RESTORE-ROOM
           PERFORM WRITE-KEYCARD-CANCEL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Check-in " WS-UNDO-CHECKIN-ID " undone."
           DISPLAY "  Stay-log rows removed : " WS-STAYLOG-REMOVED
           DISPLAY "  Guest rows removed    : " WS-GUESTS-REMOVED
           DISPLAY "  Pre-auths released    : " WS-PREAUTH-RELEASED
           DISPLAY "  Waivers removed       : " WS-WAIVERS-REMOVED
           IF WS-ROOM-STILL-IN-USE = 'N'
               DISPLAY "  Room " WS-UNDO-ROOM-ID " is Available."
           END-IF
           DISPLAY "  Key card cancellation written to "
                   "KEYCARDCANCEL.DAT"
           GOBACK.

       COUNT-FOLIO-LINES.
           MOVE 0 TO WS-FOLIO-LINES
           OPEN INPUT FOLIO-FILE
           IF FOLIO-FILE-ERROR
               CLOSE FOLIO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNDO-CHECKIN-ID TO FOLIO-CHECKIN-ID
           MOVE 'N' TO WS-EOF
           START FOLIO-FILE KEY IS = FOLIO-CHECKIN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLIO-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FOLIO-CHECKIN-ID NOT = WS-UNDO-CHECKIN-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-FOLIO-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLIO-FILE.

       *> Same test checkOut makes: a box In use against the stay
       *> and not released by a manager.
       CHECK-SAFE-BOX-HELD.
           MOVE 0 TO WS-SAFEBOX-COUNT
           OPEN INPUT SAFEBOX-FILE
           IF SB-FILE-ERROR
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SAFEBOX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SB-CHECKIN-ID = WS-UNDO-CHECKIN-ID
                          AND FUNCTION TRIM(SB-STATUS) = 'In use'
                          AND SB-RELEASED NOT = 'Y'
                           ADD 1 TO WS-SAFEBOX-COUNT
                           DISPLAY "Stay " WS-UNDO-CHECKIN-ID
                                   " still holds safe-deposit box "
                                   SB-BOX-NO " (key " SB-KEY-NO ")"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFEBOX-FILE
           MOVE 'N' TO WS-EOF.

       *> The latest checkIn audit row for the booking holds the
       *> status it moved from; a booking with no such row goes
       *> back to Active.
       FIND-PRIOR-STATUS.
           MOVE 'Active' TO WS-PRIOR-STATUS
           MOVE 0 TO WS-PRIOR-AUDIT-ID
           IF WS-UNDO-BOOKING-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUDIT-BOOKING-ID = WS-UNDO-BOOKING-ID
                              AND FUNCTION TRIM(AUDIT-PROGRAM) =
                                  'checkIn'
                              AND FUNCTION TRIM(AUDIT-NEW-STATUS) =
                                  'Completed'
                              AND AUDIT-ID > WS-PRIOR-AUDIT-ID
                              AND AUDIT-OLD-STATUS NOT = SPACES
                               MOVE AUDIT-ID TO WS-PRIOR-AUDIT-ID
                               MOVE AUDIT-OLD-STATUS TO WS-PRIOR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE.

       REMOVE-STAYLOG-RECORDS.
           MOVE 0 TO WS-STAYLOG-REMOVED
           OPEN I-O STAYLOG-FILE
           IF SL-FILE-ERROR
               CLOSE STAYLOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAYLOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHECKIN-ID-SL = WS-UNDO-CHECKIN-ID
                           IF WS-UNDO-CUSTOMER-ID = 0
                               MOVE CUSTOMER-ID-SL TO
                                   WS-UNDO-CUSTOMER-ID
                           END-IF
                           DELETE STAYLOG-FILE RECORD
                           ADD 1 TO WS-STAYLOG-REMOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAYLOG-FILE.

       REMOVE-GUEST-RECORDS.
           MOVE 0 TO WS-GUESTS-REMOVED
           OPEN I-O GUEST-FILE
           IF GU-FILE-ERROR
               CLOSE GUEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUEST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GUEST-CHECKIN-ID = WS-UNDO-CHECKIN-ID
                           DELETE GUEST-FILE RECORD
                           ADD 1 TO WS-GUESTS-REMOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-FILE.

       REMOVE-CHECKIN-RECORD.
           OPEN I-O CHECKINOUT-FILE
           MOVE WS-UNDO-CHECKIN-ID TO CHECKIN-ID
           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CHECKINOUT-FILE RECORD
           END-READ
           CLOSE CHECKINOUT-FILE.

       *> A card blocked at check-in for a stay that never was is
       *> released, as checkOut would on departure.
       RELEASE-OPEN-PREAUTHS.
           MOVE 0 TO WS-PREAUTH-RELEASED
           OPEN I-O PREAUTH-FILE
           IF PA-FILE-ERROR
               CLOSE PREAUTH-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PREAUTH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PA-CHECKIN-ID = WS-UNDO-CHECKIN-ID
                          AND FUNCTION TRIM(PA-STATUS) = 'Open'
                           MOVE 'Released' TO PA-STATUS
                           MOVE WS-NOW-STAMP(1:8) TO PA-ACTION-DATE
                           REWRITE PREAUTH-RECORD
                           ADD 1 TO WS-PREAUTH-RELEASED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREAUTH-FILE.

       *> An early check-in fee waived for a stay that never was
       *> would otherwise stand on the waiver report.
       REMOVE-WAIVER-RECORDS.
           MOVE 0 TO WS-WAIVERS-REMOVED
           OPEN I-O WAIVER-FILE
           IF WV-FILE-ERROR
               CLOSE WAIVER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WAIVER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WAIVER-CHECKIN-ID = WS-UNDO-CHECKIN-ID
                           DELETE WAIVER-FILE RECORD
                           ADD 1 TO WS-WAIVERS-REMOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAIVER-FILE.

       RESTORE-BOOKING.
           MOVE 'Walk-In' TO WS-AUDIT-OLD-STATUS
           MOVE 'Undone' TO WS-AUDIT-NEW-STATUS
           IF WS-UNDO-BOOKING-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BOOKING-FILE
           MOVE WS-UNDO-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   DISPLAY "Warning: booking " WS-UNDO-BOOKING-ID
                           " not found."
               NOT INVALID KEY
                   MOVE BOOKING-STATUS TO WS-AUDIT-OLD-STATUS
                   MOVE WS-PRIOR-STATUS TO BOOKING-STATUS
                   MOVE 'N' TO CHEKIN-FLAG
                   MOVE WS-NOW-STAMP TO LAST-MODIFIED-AT
                   MOVE SPACES TO LAST-MODIFIED-REASON
                   STRING "Check-in undone - "
                       FUNCTION TRIM(WS-UNDO-REASON)
                       DELIMITED BY SIZE INTO LAST-MODIFIED-REASON
                   REWRITE BOOKING-RECORD
                   MOVE WS-PRIOR-STATUS TO WS-AUDIT-NEW-STATUS
           END-READ
           CLOSE BOOKING-FILE.

       RESTORE-ROOM.
           PERFORM CHECK-ROOM-STILL-IN-USE
           IF WS-ROOM-STILL-IN-USE = 'Y'
               DISPLAY "  Room " WS-UNDO-ROOM-ID " stays Occupied - "
                       "the sharer is still in."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ROOMS-FILE
           MOVE WS-UNDO-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   DISPLAY "Warning: room " WS-UNDO-ROOM-ID
                           " not found."
               NOT INVALID KEY
                   IF FUNCTION TRIM(R-STATUS) = 'Occupied'
                       MOVE 'Available' TO R-STATUS
                       REWRITE ROOMS-RECORD
                   END-IF
           END-READ
           CLOSE ROOMS-FILE.

       *> The undone stay is already off CHECKINOUT, so any open stay
       *> left on the room is the share-with partner's.
       CHECK-ROOM-STILL-IN-USE.
           MOVE 'N' TO WS-ROOM-STILL-IN-USE
           OPEN INPUT CHECKINOUT-FILE
           IF IO-FILE-ERROR
               CLOSE CHECKINOUT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ROOM-ID-IO = WS-UNDO-ROOM-ID
                          AND CHECKIN-ID NOT = WS-UNDO-CHECKIN-ID
                          AND CHECKOUT-FLAG IN CHECKINOUT-RECORD
                              NOT = 'Y'
                           MOVE 'Y' TO WS-ROOM-STILL-IN-USE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE.

       *> The card cut at check-in is valid from the arrival time
       *> and ends now.
       WRITE-KEYCARD-CANCEL.
           OPEN EXTEND KEYCARD-CANCEL-FILE
           IF KC-FILE-ERROR
               OPEN OUTPUT KEYCARD-CANCEL-FILE
           END-IF
           MOVE SPACES TO KC-CANCEL-LINE
           MOVE WS-UNDO-ROOM-ID TO KC-ROOM-ID
           MOVE WS-UNDO-CUSTOMER-ID TO KC-CUSTOMER-ID
           MOVE SPACES TO KC-CUSTOMER-NAME
           MOVE WS-UNDO-CHECKIN-DATE TO KC-VALID-FROM-DATE
           MOVE WS-UNDO-CHECKIN-TIME TO KC-VALID-FROM-TIME
           MOVE WS-NOW-STAMP(1:8) TO KC-VALID-TO-DATE
           MOVE WS-NOW-STAMP(9:6) TO KC-VALID-TO-TIME
           MOVE "CANCELLED" TO KC-ACCESS-STATUS
           WRITE KC-CANCEL-LINE
           CLOSE KEYCARD-CANCEL-FILE.

      *****************************************************************
      * AUDIT LOG - booking status changes
      *****************************************************************
       WRITE-AUDIT-LOG.
           PERFORM GENERATE-NEXT-AUDIT-ID
           OPEN I-O AUDIT-FILE
           IF AUDIT-FILE-ERROR
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN I-O AUDIT-FILE
           END-IF
           MOVE WS-NEXT-AUDIT-ID TO AUDIT-ID
           MOVE WS-UNDO-BOOKING-ID TO AUDIT-BOOKING-ID
           MOVE WS-AUDIT-OLD-STATUS TO AUDIT-OLD-STATUS
           MOVE WS-AUDIT-NEW-STATUS TO AUDIT-NEW-STATUS
           MOVE 'undoCheckIn' TO AUDIT-PROGRAM
           MOVE WS-NOW-STAMP TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       GENERATE-NEXT-AUDIT-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'AUDIT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-AUDIT-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-AUDIT-ID
           CLOSE COUNTERS-FILE.

       *> First use of the AUDIT counter - seed it from the highest
       *> AUDIT-ID already on file so IDs stay unique.
       SEED-AUDIT-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ AUDIT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF AUDIT-ID > COUNTER-NEXT-ID
                               MOVE AUDIT-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'AUDIT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       *> The counter file opens EXCLUSIVE so two terminals can
       *> never hand out the same ID; only a missing file (status
       *> 35) is ever created fresh.
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

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM undoCheckIn.
