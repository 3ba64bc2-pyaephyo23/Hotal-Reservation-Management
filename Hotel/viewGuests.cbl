               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CHECKIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-GUEST-COUNTER        PIC 999 VALUE 0.
       01  WS-FILE-STATUS          PIC 99.
       01  WS-SEARCH-NAME          PIC X(20).
       01  WS-FOUND                PIC X VALUE 'N'.
       01  WS-CHECKIN-FILE-STATUS  PIC 99.

       *> Privacy-flagged guests: the alias on lists, "no such
       *> guest" to a name search unless a supervisor opts in
       01  WS-REVEAL-NAME          PIC X VALUE 'N'.
       01  WS-SKIP-ROW             PIC X VALUE 'N'.
       COPY "./CopyBooks/PRIVAREA.cpy".

       *> Color codes for display
       01 RED-COLOR          PIC X(8) VALUE X"1B5B33316D".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DL-GUEST-GENDER   PIC X(1).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.

       MAIN-LOOP.
           MOVE SPACES TO PII-MASK-AREA
           PERFORM UNTIL MENU-CHOICE = 9
           DISPLAY
           "**************************************************"
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GUEST-NAME = WS-SEARCH-NAME
                       PERFORM CHECK-NAME-LOOKUP
                       IF WS-SKIP-ROW = 'N'
                           PERFORM DISPLAY-GUEST-RECORD
                           ADD 1 TO WS-GUEST-COUNTER
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                       MOVE 'N' TO WS-REVEAL-NAME
                   END-IF
           END-READ.

                   END-IF
           END-READ.

       *> A name search that hits a privacy-flagged guest answers
       *> as if there were no such guest, unless a Manager or
       *> Supervisor opts in - guestPrivacy audits it either way.
       CHECK-NAME-LOOKUP.
           MOVE 'N' TO WS-SKIP-ROW
           MOVE 'N' TO WS-REVEAL-NAME
           PERFORM QUERY-GUEST-PRIVACY
           IF GPA-IS-PRIVATE
               MOVE 'O' TO GPA-MODE
               CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
               IF GPA-REVEALED
                   MOVE 'Y' TO WS-REVEAL-NAME
               ELSE
                   MOVE 'Y' TO WS-SKIP-ROW
               END-IF
           END-IF.

       *> The flag is held against the booking, or the stay for a
       *> walk-in, so the guest's stay gives both.
       QUERY-GUEST-PRIVACY.
           MOVE 'Q' TO GPA-MODE
           MOVE 0 TO GPA-BOOKING-ID
           MOVE GUEST-CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE 'viewGuests' TO GPA-PROGRAM
           MOVE 'N' TO GPA-PRIVATE
           IF GUEST-CHECKIN-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECKINOUT-FILE
           IF WS-CHECKIN-FILE-STATUS = 0
               MOVE GUEST-CHECKIN-ID TO CHECKIN-ID
               READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                   NOT INVALID KEY
                       MOVE BOOKING-ID-IO TO GPA-BOOKING-ID
               END-READ
           END-IF
           CLOSE CHECKINOUT-FILE
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA.

       DISPLAY-GUEST-RECORD.
           MOVE GUEST-ID TO WS-DL-GUEST-ID
           MOVE GUEST-NAME TO WS-DL-GUEST-NAME
           *> Lists show a flagged guest by alias, and the listing
           *> goes to the audit log
           IF WS-REVEAL-NAME NOT = 'Y'
               PERFORM QUERY-GUEST-PRIVACY
               IF GPA-IS-PRIVATE
                   MOVE GPA-ALIAS TO WS-DL-GUEST-NAME
                   MOVE 'L' TO GPA-MODE
                   MOVE 'GuestList' TO GPA-LOOKUP
                   CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
               END-IF
           END-IF
           MOVE GUEST-AGE TO WS-DL-GUEST-AGE
           MOVE GUEST-NRC TO PM-VALUE
           CALL 'maskPii' USING PII-MASK-AREA
           MOVE PM-VALUE TO WS-DL-GUEST-NRC
           MOVE GUEST-GENDER TO WS-DL-GUEST-GENDER
           DISPLAY WS-DL-GUEST-ID WITH NO ADVANCING
           DISPLAY '       ' WITH NO ADVANCING
