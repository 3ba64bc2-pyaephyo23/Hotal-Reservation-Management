       IDENTIFICATION DIVISION.
       PROGRAM-ID. safeBoxes.

      *****************************************************************
      * SAFE-DEPOSIT BOX REGISTER
      * The front-office ledger book for the safe-deposit boxes.
      * Each box (SAFEBOX.DAT) carries its key number and, while in
      * use, the CHECKIN-ID, room and guest it is assigned to. Every
      * assignment, visit, surrender, release and forced opening is
      * logged in SBACCESS.DAT with the date, time, guest and the
      * witnessing operator. checkOut refuses a departure while the
      * stay still holds a box, unless the box is surrendered here
      * or a release is recorded (the guest leaves the box held for
      * later collection). A box whose key does not come back is
      * blocked until it is forced open, which takes two different
      * operators, each proving their PIN. The daily report
      * (SAFEBOX.RPT) lists boxes in use, boxes still held by
      * departed guests, missing keys and the day's visits.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFEBOX-FILE ASSIGN TO '../DATA/SAFEBOX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-BOX-NO
               FILE STATUS IS WS-SB-FILE-STATUS.
           SELECT SBACCESS-FILE ASSIGN TO '../DATA/SBACCESS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ID
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO '../DATA/OPERATORS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT BOX-REPORT-FILE ASSIGN TO '../DATA/SAFEBOX.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFEBOX-FILE.
       COPY "./CopyBooks/SAFEBOX.cpy".

       FD  SBACCESS-FILE.
       COPY "./CopyBooks/SBACCESS.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  OPERATORS-FILE.
       COPY "./CopyBooks/OPERATORS.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  BOX-REPORT-FILE.
       01  BR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SB-FILE-STATUS       PIC 99.
           88 SB-FILE-OK           VALUE 00.
           88 SB-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SA-FILE-STATUS       PIC 99.
           88 SA-FILE-OK           VALUE 00.
           88 SA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-OP-FILE-STATUS       PIC 99.
           88 OP-FILE-OK           VALUE 00.
           88 OP-FILE-ERROR        VALUE 01 THRU 99.
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

       *> Entry
       01  WS-IN-BOX-NO            PIC 9(3).
       01  WS-IN-SIZE              PIC X(6).
       01  WS-IN-KEY-NO            PIC X(6).
       01  WS-IN-CHECKIN-ID        PIC 9(5).
       01  WS-IN-GUEST-NAME        PIC X(25).
       01  WS-IN-NOTE              PIC X(30).
       01  WS-IN-ANSWER            PIC X.
       01  WS-IN-OP-ID             PIC X(5).
       01  WS-IN-OP-PIN            PIC 9(4).
       01  WS-STAY-FOUND           PIC X.
       01  WS-STAY-ROOM-ID         PIC X(5).
       01  WS-STAY-DEPARTED        PIC X.

       *> Who is on the record
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-WITNESS-ID           PIC X(5).
       01  WS-FIRST-OP-ID          PIC X(5).
       01  WS-SECOND-OP-ID         PIC X(5).
       01  WS-OP-VERIFIED          PIC X.

       *> Access log entry being written
       01  WS-NEXT-SA-ID           PIC 9(5).
       01  WS-LOG-BOX-NO           PIC 9(3).
       01  WS-LOG-CHECKIN-ID       PIC 9(5).
       01  WS-LOG-KIND             PIC X(10).
       01  WS-LOG-GUEST-NAME       PIC X(25).
       01  WS-LOG-SECOND-OP        PIC X(5).
       01  WS-LOG-NOTE             PIC X(30).

       *> Daily report
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-IN-USE-COUNT         PIC 9(3).
       01  WS-DEPARTED-COUNT       PIC 9(3).
       01  WS-MISSING-COUNT        PIC 9(3).
       01  WS-VISIT-COUNT          PIC 9(4).
       01  WS-FREE-COUNT           PIC 9(3).
       01  WS-REPORT-SECTION       PIC 9.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(4).

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
               DISPLAY "=========================================="
               DISPLAY "   SAFE-DEPOSIT BOX REGISTER"
               DISPLAY "=========================================="
               DISPLAY "1. List boxes"
               DISPLAY "2. Add or change a box"
               DISPLAY "3. Assign a box to a stay"
               DISPLAY "4. Record a visit to the box"
               DISPLAY "5. Surrender a box"
               DISPLAY "6. Record a release (box held at departure)"
               DISPLAY "7. Forced opening (two operators)"
               DISPLAY "8. Daily box report"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-BOXES
                   WHEN 2
                       PERFORM UPSERT-BOX
                   WHEN 3
                       PERFORM ASSIGN-BOX
                   WHEN 4
                       PERFORM RECORD-VISIT
                   WHEN 5
                       PERFORM SURRENDER-BOX
                   WHEN 6
                       PERFORM RECORD-RELEASE
                   WHEN 7
                       PERFORM FORCED-OPENING
                   WHEN 8
                       PERFORM DAILY-BOX-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * THE BOXES
      *****************************************************************
       LIST-BOXES.
           OPEN INPUT SAFEBOX-FILE
           IF SB-FILE-ERROR
               DISPLAY "No boxes on file."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BOX SIZE   KEY    KEY AT   STATUS     STAY  ROOM  "
                   "GUEST                     SINCE    REL"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SAFEBOX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY SB-BOX-NO " " SB-SIZE " " SB-KEY-NO " "
                               SB-KEY-STATUS " " SB-STATUS " "
                               SB-CHECKIN-ID " " SB-ROOM-ID " "
                               SB-GUEST-NAME " " SB-ASSIGNED-DATE
                               " " SB-RELEASED
               END-READ
           END-PERFORM
           CLOSE SAFEBOX-FILE
           MOVE 'N' TO WS-EOF.

       *> A box in use keeps its key; size and key number change
       *> only while it is free.
       UPSERT-BOX.
           DISPLAY "Box number: "
           ACCEPT WS-IN-BOX-NO
           IF WS-IN-BOX-NO = 0
               DISPLAY "Box number cannot be zero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Size (Small, Medium, Large): "
           ACCEPT WS-IN-SIZE
           DISPLAY "Key number: "
           ACCEPT WS-IN-KEY-NO
           MOVE FUNCTION UPPER-CASE(WS-IN-KEY-NO) TO WS-IN-KEY-NO
           IF WS-IN-KEY-NO = SPACES
               DISPLAY "Key number cannot be empty."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SAFEBOX-FILE
           IF SB-FILE-ERROR
               CLOSE SAFEBOX-FILE
               OPEN OUTPUT SAFEBOX-FILE
               CLOSE SAFEBOX-FILE
               OPEN I-O SAFEBOX-FILE
           END-IF
           MOVE WS-IN-BOX-NO TO SB-BOX-NO
           READ SAFEBOX-FILE KEY IS SB-BOX-NO
               INVALID KEY
                   INITIALIZE SAFE-BOX-RECORD
                   MOVE WS-IN-BOX-NO TO SB-BOX-NO
                   MOVE WS-IN-SIZE TO SB-SIZE
                   MOVE WS-IN-KEY-NO TO SB-KEY-NO
                   MOVE 'Desk' TO SB-KEY-STATUS
                   MOVE 'N' TO SB-RELEASED
                   MOVE 'Free' TO SB-STATUS
                   WRITE SAFE-BOX-RECORD
                   DISPLAY "Box " WS-IN-BOX-NO " added."
               NOT INVALID KEY
                   IF FUNCTION TRIM(SB-STATUS) NOT = 'Free'
                       DISPLAY "Box is " FUNCTION TRIM(SB-STATUS)
                               " - change it once it is free."
                   ELSE
                       MOVE WS-IN-SIZE TO SB-SIZE
                       MOVE WS-IN-KEY-NO TO SB-KEY-NO
                       REWRITE SAFE-BOX-RECORD
                       DISPLAY "Box " WS-IN-BOX-NO " changed."
                   END-IF
           END-READ
           CLOSE SAFEBOX-FILE.

       *> Leaves SAFEBOX-FILE open I-O on the box asked for when
       *> WS-ENTRY-OK = 'Y'; otherwise the file is closed again.
       OPEN-ONE-BOX.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "Box number: "
           ACCEPT WS-IN-BOX-NO
           OPEN I-O SAFEBOX-FILE
           IF SB-FILE-ERROR
               DISPLAY "No boxes on file."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-BOX-NO TO SB-BOX-NO
           READ SAFEBOX-FILE KEY IS SB-BOX-NO
               INVALID KEY
                   DISPLAY "Box not found."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = 'N'
               CLOSE SAFEBOX-FILE
           END-IF.

       CLEAR-BOX-HOLDER.
           MOVE 0 TO SB-CHECKIN-ID
           MOVE SPACES TO SB-ROOM-ID
           MOVE SPACES TO SB-GUEST-NAME
           MOVE 0 TO SB-ASSIGNED-DATE
           MOVE 'N' TO SB-RELEASED
           MOVE SPACES TO SB-RELEASED-BY.

      *****************************************************************
      * ASSIGNMENT, VISITS, SURRENDER AND RELEASE
      *****************************************************************
       ASSIGN-BOX.
           DISPLAY "Check-in ID of the stay: "
           ACCEPT WS-IN-CHECKIN-ID
           PERFORM FIND-STAY
           IF WS-STAY-FOUND = 'N' OR WS-STAY-DEPARTED = 'Y'
               DISPLAY "No open stay under that check-in id."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-WITNESS
           IF WS-WITNESS-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-BOX
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SB-STATUS) NOT = 'Free'
              OR FUNCTION TRIM(SB-KEY-STATUS) NOT = 'Desk'
               DISPLAY "Box " SB-BOX-NO " is not free."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Guest name: "
           ACCEPT WS-IN-GUEST-NAME
           MOVE WS-IN-CHECKIN-ID TO SB-CHECKIN-ID
           MOVE WS-STAY-ROOM-ID TO SB-ROOM-ID
           MOVE WS-IN-GUEST-NAME TO SB-GUEST-NAME
           MOVE WS-CURRENT-DATE-NUM TO SB-ASSIGNED-DATE
           MOVE WS-CURRENT-DATE-NUM TO SB-LAST-ACCESS
           MOVE 'N' TO SB-RELEASED
           MOVE SPACES TO SB-RELEASED-BY
           MOVE 'Guest' TO SB-KEY-STATUS
           MOVE 'In use' TO SB-STATUS
           REWRITE SAFE-BOX-RECORD
           MOVE SB-BOX-NO TO WS-LOG-BOX-NO
           MOVE SB-CHECKIN-ID TO WS-LOG-CHECKIN-ID
           MOVE SB-GUEST-NAME TO WS-LOG-GUEST-NAME
           CLOSE SAFEBOX-FILE
           MOVE 'Assign' TO WS-LOG-KIND
           MOVE SPACES TO WS-LOG-SECOND-OP
           MOVE SPACES TO WS-LOG-NOTE
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Box " WS-LOG-BOX-NO " assigned to stay "
                   WS-IN-CHECKIN-ID " - hand over key "
                   WS-IN-KEY-NO ".".

       RECORD-VISIT.
           PERFORM GET-WITNESS
           IF WS-WITNESS-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-BOX
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SB-STATUS) NOT = 'In use'
               DISPLAY "Box " SB-BOX-NO " is not in use."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Box held by " FUNCTION TRIM(SB-GUEST-NAME)
                   ", room " SB-ROOM-ID
           DISPLAY "Guest at the box (blank = the holder): "
           ACCEPT WS-IN-GUEST-NAME
           IF WS-IN-GUEST-NAME = SPACES
               MOVE SB-GUEST-NAME TO WS-IN-GUEST-NAME
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO SB-LAST-ACCESS
           REWRITE SAFE-BOX-RECORD
           MOVE SB-BOX-NO TO WS-LOG-BOX-NO
           MOVE SB-CHECKIN-ID TO WS-LOG-CHECKIN-ID
           CLOSE SAFEBOX-FILE
           MOVE 'Access' TO WS-LOG-KIND
           MOVE WS-IN-GUEST-NAME TO WS-LOG-GUEST-NAME
           MOVE SPACES TO WS-LOG-SECOND-OP
           MOVE SPACES TO WS-LOG-NOTE
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Visit to box " WS-LOG-BOX-NO " recorded.".

       *> The guest empties the box and hands the key back. A key
       *> that does not come back leaves the box blocked until it is
       *> forced open and re-keyed.
       SURRENDER-BOX.
           PERFORM GET-WITNESS
           IF WS-WITNESS-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-BOX
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SB-STATUS) NOT = 'In use'
               DISPLAY "Box " SB-BOX-NO " is not in use."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SB-BOX-NO TO WS-LOG-BOX-NO
           MOVE SB-CHECKIN-ID TO WS-LOG-CHECKIN-ID
           MOVE SB-GUEST-NAME TO WS-LOG-GUEST-NAME
           DISPLAY "Key " SB-KEY-NO " handed back? (Y/N): "
           ACCEPT WS-IN-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-IN-ANSWER) TO WS-IN-ANSWER
           IF WS-IN-ANSWER = 'Y'
               MOVE 'Desk' TO SB-KEY-STATUS
               MOVE 'Free' TO SB-STATUS
               MOVE SPACES TO WS-LOG-NOTE
           ELSE
               MOVE 'Missing' TO SB-KEY-STATUS
               MOVE 'Blocked' TO SB-STATUS
               MOVE 'Key not returned' TO WS-LOG-NOTE
           END-IF
           PERFORM CLEAR-BOX-HOLDER
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFEBOX-FILE
           MOVE 'Surrender' TO WS-LOG-KIND
           MOVE SPACES TO WS-LOG-SECOND-OP
           PERFORM WRITE-ACCESS-LOG
           IF WS-IN-ANSWER = 'Y'
               DISPLAY "Box " WS-LOG-BOX-NO " surrendered and free."
           ELSE
               DISPLAY "Box " WS-LOG-BOX-NO " surrendered - key "
                       "missing, box blocked until forced open."
           END-IF.

       *> The guest leaves with the box still held - contents to be
       *> collected later or on a return visit. The release lets
       *> checkOut proceed; the box shows on the daily report as held
       *> by a departed guest until it is surrendered.
       RECORD-RELEASE.
           PERFORM GET-WITNESS
           IF WS-WITNESS-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-BOX
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SB-STATUS) NOT = 'In use'
               DISPLAY "Box " SB-BOX-NO " is not in use."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           IF SB-RELEASED = 'Y'
               DISPLAY "A release is already on record by "
                       SB-RELEASED-BY "."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason the box stays held: "
           ACCEPT WS-IN-NOTE
           IF WS-IN-NOTE = SPACES
               DISPLAY "A release needs a reason."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO SB-RELEASED
           MOVE WS-WITNESS-ID TO SB-RELEASED-BY
           REWRITE SAFE-BOX-RECORD
           MOVE SB-BOX-NO TO WS-LOG-BOX-NO
           MOVE SB-CHECKIN-ID TO WS-LOG-CHECKIN-ID
           MOVE SB-GUEST-NAME TO WS-LOG-GUEST-NAME
           CLOSE SAFEBOX-FILE
           MOVE 'Release' TO WS-LOG-KIND
           MOVE SPACES TO WS-LOG-SECOND-OP
           MOVE WS-IN-NOTE TO WS-LOG-NOTE
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Release recorded for box " WS-LOG-BOX-NO
                   " - the stay may check out.".

      *****************************************************************
      * FORCED OPENING
      * Lost key, or a departed guest's box past its release. Two
      * different active operators prove their PINs; the box is
      * re-keyed and comes back free.
      *****************************************************************
       FORCED-OPENING.
           PERFORM OPEN-ONE-BOX
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SB-STATUS) NOT = 'In use'
              AND FUNCTION TRIM(SB-STATUS) NOT = 'Blocked'
               DISPLAY "Box " SB-BOX-NO " is free - nothing to force."
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE SAFEBOX-FILE

           DISPLAY "First operator ID: "
           ACCEPT WS-IN-OP-ID
           PERFORM VERIFY-OPERATOR-PIN
           IF WS-OP-VERIFIED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-OP-ID TO WS-FIRST-OP-ID
           DISPLAY "Second operator ID: "
           ACCEPT WS-IN-OP-ID
           PERFORM VERIFY-OPERATOR-PIN
           IF WS-OP-VERIFIED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-OP-ID TO WS-SECOND-OP-ID
           IF WS-FIRST-OP-ID = WS-SECOND-OP-ID
               DISPLAY "Forced opening needs two different operators."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason and contents found: "
           ACCEPT WS-IN-NOTE
           IF WS-IN-NOTE = SPACES
               DISPLAY "A forced opening needs a reason."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New key number after re-keying: "
           ACCEPT WS-IN-KEY-NO
           MOVE FUNCTION UPPER-CASE(WS-IN-KEY-NO) TO WS-IN-KEY-NO
           IF WS-IN-KEY-NO = SPACES
               DISPLAY "The box must be re-keyed before reuse."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SAFEBOX-FILE
           MOVE WS-IN-BOX-NO TO SB-BOX-NO
           READ SAFEBOX-FILE KEY IS SB-BOX-NO
               INVALID KEY
                   DISPLAY "Box not found."
                   CLOSE SAFEBOX-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE SB-BOX-NO TO WS-LOG-BOX-NO
           MOVE SB-CHECKIN-ID TO WS-LOG-CHECKIN-ID
           MOVE SB-GUEST-NAME TO WS-LOG-GUEST-NAME
           PERFORM CLEAR-BOX-HOLDER
           MOVE WS-IN-KEY-NO TO SB-KEY-NO
           MOVE 'Desk' TO SB-KEY-STATUS
           MOVE 'Free' TO SB-STATUS
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFEBOX-FILE
           MOVE WS-FIRST-OP-ID TO WS-WITNESS-ID
           MOVE 'Forced' TO WS-LOG-KIND
           MOVE WS-SECOND-OP-ID TO WS-LOG-SECOND-OP
           MOVE WS-IN-NOTE TO WS-LOG-NOTE
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Box " WS-LOG-BOX-NO " forced open by "
                   WS-FIRST-OP-ID " and " WS-SECOND-OP-ID
                   ", re-keyed " WS-IN-KEY-NO " and free.".

       VERIFY-OPERATOR-PIN.
           MOVE 'N' TO WS-OP-VERIFIED
           MOVE FUNCTION UPPER-CASE(WS-IN-OP-ID) TO WS-IN-OP-ID
           DISPLAY "PIN: "
           ACCEPT WS-IN-OP-PIN
           OPEN INPUT OPERATORS-FILE
           IF OP-FILE-OK
               MOVE WS-IN-OP-ID TO OP-ID
               READ OPERATORS-FILE KEY IS OP-ID
                   NOT INVALID KEY
                       IF OP-PIN = WS-IN-OP-PIN
                          AND FUNCTION TRIM(OP-STATUS) = 'Active'
                           MOVE 'Y' TO WS-OP-VERIFIED
                       END-IF
               END-READ
           END-IF
           CLOSE OPERATORS-FILE
           IF WS-OP-VERIFIED = 'N'
               DISPLAY "Operator " WS-IN-OP-ID " not verified."
           END-IF.

       *> The signed-on operator witnesses; with nobody signed on
       *> the desk keys an active operator id.
       GET-WITNESS.
           PERFORM READ-SESSION-OPERATOR
           MOVE WS-OPERATOR-ID TO WS-WITNESS-ID
           IF WS-WITNESS-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Witnessing operator ID: "
           ACCEPT WS-IN-OP-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-OP-ID) TO WS-IN-OP-ID
           OPEN INPUT OPERATORS-FILE
           IF OP-FILE-OK
               MOVE WS-IN-OP-ID TO OP-ID
               READ OPERATORS-FILE KEY IS OP-ID
                   NOT INVALID KEY
                       IF FUNCTION TRIM(OP-STATUS) = 'Active'
                           MOVE WS-IN-OP-ID TO WS-WITNESS-ID
                       END-IF
               END-READ
           END-IF
           CLOSE OPERATORS-FILE
           IF WS-WITNESS-ID = SPACES
               DISPLAY "Every box transaction needs a witnessing "
                       "operator."
           END-IF.

       FIND-STAY.
           MOVE 'N' TO WS-STAY-FOUND
           MOVE 'N' TO WS-STAY-DEPARTED
           MOVE SPACES TO WS-STAY-ROOM-ID
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-OK
               MOVE WS-IN-CHECKIN-ID TO CHECKIN-ID
               READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STAY-FOUND
                       MOVE ROOM-ID-IO TO WS-STAY-ROOM-ID
                       IF CHECKOUT-FLAG = 'Y'
                           MOVE 'Y' TO WS-STAY-DEPARTED
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKINOUT-FILE.

       WRITE-ACCESS-LOG.
           PERFORM GENERATE-NEXT-SA-ID
           OPEN I-O SBACCESS-FILE
           IF SA-FILE-ERROR
               CLOSE SBACCESS-FILE
               OPEN OUTPUT SBACCESS-FILE
               CLOSE SBACCESS-FILE
               OPEN I-O SBACCESS-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
           INITIALIZE SAFE-BOX-ACCESS-RECORD
           MOVE WS-NEXT-SA-ID TO SA-ID
           MOVE WS-LOG-BOX-NO TO SA-BOX-NO
           MOVE WS-LOG-CHECKIN-ID TO SA-CHECKIN-ID
           MOVE WS-CURRENT-DATE-NUM TO SA-DATE
           MOVE WS-CURRENT-TIME TO SA-TIME
           MOVE WS-LOG-KIND TO SA-KIND
           MOVE WS-LOG-GUEST-NAME TO SA-GUEST-NAME
           MOVE WS-WITNESS-ID TO SA-WITNESS
           MOVE WS-LOG-SECOND-OP TO SA-SECOND-OP
           MOVE WS-LOG-NOTE TO SA-NOTE
           WRITE SAFE-BOX-ACCESS-RECORD
           CLOSE SBACCESS-FILE.

      *****************************************************************
      * DAILY BOX REPORT
      *****************************************************************
       DAILY-BOX-REPORT.
           MOVE WS-CURRENT-DATE-NUM TO WS-REPORT-DATE
           MOVE 0 TO WS-IN-USE-COUNT
           MOVE 0 TO WS-DEPARTED-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-VISIT-COUNT
           MOVE 0 TO WS-FREE-COUNT

           OPEN OUTPUT BOX-REPORT-FILE
           MOVE SPACES TO BR-LINE
           STRING "SAFE-DEPOSIT BOXES - " WS-REPORT-DATE
               DELIMITED BY SIZE INTO BR-LINE
           WRITE BR-LINE
           MOVE ALL "=" TO BR-LINE
           WRITE BR-LINE

           MOVE 1 TO WS-REPORT-SECTION
           MOVE "BOXES IN USE" TO BR-LINE
           WRITE BR-LINE
           PERFORM WRITE-BOX-HEADINGS
           PERFORM SCAN-BOXES-FOR-SECTION
           MOVE 2 TO WS-REPORT-SECTION
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE
           MOVE "BOXES STILL HELD BY DEPARTED GUESTS" TO BR-LINE
           WRITE BR-LINE
           PERFORM WRITE-BOX-HEADINGS
           PERFORM SCAN-BOXES-FOR-SECTION
           IF WS-DEPARTED-COUNT = 0
               MOVE "NONE" TO BR-LINE
               WRITE BR-LINE
           END-IF
           MOVE 3 TO WS-REPORT-SECTION
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE
           MOVE "MISSING KEYS (BOX BLOCKED UNTIL FORCED OPEN)"
               TO BR-LINE
           WRITE BR-LINE
           PERFORM WRITE-BOX-HEADINGS
           PERFORM SCAN-BOXES-FOR-SECTION
           IF WS-MISSING-COUNT = 0
               MOVE "NONE" TO BR-LINE
               WRITE BR-LINE
           END-IF

           MOVE SPACES TO BR-LINE
           WRITE BR-LINE
           MOVE "TODAY'S BOX TRANSACTIONS" TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-LINE
           STRING "TIME  BOX  STAY   KIND       GUEST              "
               "       WITNESS 2ND OP NOTE"
               DELIMITED BY SIZE INTO BR-LINE
           WRITE BR-LINE
           MOVE ALL "-" TO BR-LINE
           WRITE BR-LINE
           PERFORM WRITE-TODAYS-VISITS
           IF WS-VISIT-COUNT = 0
               MOVE "NONE" TO BR-LINE
               WRITE BR-LINE
           END-IF

           MOVE ALL "=" TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-LINE
           STRING "IN USE: " WS-IN-USE-COUNT "   HELD BY DEPARTED: "
               WS-DEPARTED-COUNT "   KEYS MISSING: " WS-MISSING-COUNT
               "   FREE: " WS-FREE-COUNT "   TRANSACTIONS TODAY: "
               WS-VISIT-COUNT
               DELIMITED BY SIZE INTO BR-LINE
           WRITE BR-LINE
           CLOSE BOX-REPORT-FILE
           MOVE 'SAFEBOX' TO RCA-REPORT-NAME
           MOVE '../DATA/SAFEBOX.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "In use: " WS-IN-USE-COUNT "  held by departed: "
                   WS-DEPARTED-COUNT "  keys missing: "
                   WS-MISSING-COUNT
           DISPLAY "Report written to SAFEBOX.RPT".

       WRITE-BOX-HEADINGS.
           MOVE SPACES TO BR-LINE
           STRING "BOX SIZE   KEY    STAY   ROOM  GUEST              "
               "       ASSIGNED LAST VISIT RELEASED BY"
               DELIMITED BY SIZE INTO BR-LINE
           WRITE BR-LINE
           MOVE ALL "-" TO BR-LINE
           WRITE BR-LINE.

       SCAN-BOXES-FOR-SECTION.
           OPEN INPUT SAFEBOX-FILE
           IF SB-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SAFEBOX-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CLASSIFY-BOX
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SAFEBOX-FILE
           MOVE 'N' TO WS-EOF.

       *> Section 1 counts every box in use and the free ones;
       *> section 2 picks the in-use boxes whose stay has checked
       *> out; section 3 the boxes whose key is missing.
       CLASSIFY-BOX.
           EVALUATE WS-REPORT-SECTION
               WHEN 1
                   IF FUNCTION TRIM(SB-STATUS) = 'Free'
                       ADD 1 TO WS-FREE-COUNT
                   END-IF
                   IF FUNCTION TRIM(SB-STATUS) = 'In use'
                       ADD 1 TO WS-IN-USE-COUNT
                       PERFORM WRITE-BOX-LINE
                   END-IF
               WHEN 2
                   IF FUNCTION TRIM(SB-STATUS) = 'In use'
                       MOVE SB-CHECKIN-ID TO WS-IN-CHECKIN-ID
                       PERFORM FIND-STAY
                       IF WS-STAY-DEPARTED = 'Y'
                           ADD 1 TO WS-DEPARTED-COUNT
                           PERFORM WRITE-BOX-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   IF FUNCTION TRIM(SB-KEY-STATUS) = 'Missing'
                       ADD 1 TO WS-MISSING-COUNT
                       PERFORM WRITE-BOX-LINE
                   END-IF
           END-EVALUATE.

       WRITE-BOX-LINE.
           MOVE SPACES TO BR-LINE
           STRING SB-BOX-NO " " SB-SIZE " " SB-KEY-NO " "
               SB-CHECKIN-ID "  " SB-ROOM-ID " " SB-GUEST-NAME " "
               SB-ASSIGNED-DATE " " SB-LAST-ACCESS " "
               SB-RELEASED-BY
               DELIMITED BY SIZE INTO BR-LINE
           WRITE BR-LINE.

       WRITE-TODAYS-VISITS.
           OPEN INPUT SBACCESS-FILE
           IF SA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SBACCESS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SA-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-VISIT-COUNT
                               MOVE SPACES TO BR-LINE
                               STRING SA-TIME "  " SA-BOX-NO "  "
                                   SA-CHECKIN-ID "  " SA-KIND " "
                                   SA-GUEST-NAME " " SA-WITNESS
                                   "   " SA-SECOND-OP "  " SA-NOTE
                                   DELIMITED BY SIZE INTO BR-LINE
                               WRITE BR-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SBACCESS-FILE
           MOVE 'N' TO WS-EOF.

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

       GENERATE-NEXT-SA-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'SBACCESS' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-SA-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-SA-ID
           CLOSE COUNTERS-FILE.

       SEED-SA-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT SBACCESS-FILE
           IF SA-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ SBACCESS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF SA-ID > COUNTER-NEXT-ID
                               MOVE SA-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SBACCESS-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'SBACCESS' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM safeBoxes.
