       IDENTIFICATION DIVISION.
       PROGRAM-ID. keyLog.

      *****************************************************************
      * STAFF MASTER-KEY AND PASS-CARD LOG
      * The physical grand, floor and section master keys and the
      * staff pass cards carried by housekeeping, engineering and
      * security, each with its access level and area
      * (MASTERKEY.DAT). Every issue, return and loss is a movement
      * in KEYMOVE.DAT against the operator or staff ID that holds
      * it, stamped with date, time and the desk operator. A lost key
      * raises a high-priority 'Locks' work order to re-key its area.
      * The history enquiry answers who held a given key at a given
      * date and time. handoverReport lists keys still signed out.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERKEY-FILE ASSIGN TO '../DATA/MASTERKEY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KEY-ID
               FILE STATUS IS WS-MK-FILE-STATUS.
           SELECT KEYMOVE-FILE ASSIGN TO '../DATA/KEYMOVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-ID
               FILE STATUS IS WS-KM-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  MASTERKEY-FILE.
       COPY "./CopyBooks/MASTERKEY.cpy".

       FD  KEYMOVE-FILE.
       COPY "./CopyBooks/KEYMOVE.cpy".

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

       WORKING-STORAGE SECTION.
       01  WS-MK-FILE-STATUS       PIC 99.
           88 MK-FILE-OK           VALUE 00.
           88 MK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-KM-FILE-STATUS       PIC 99.
           88 KM-FILE-OK           VALUE 00.
           88 KM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-OP-FILE-STATUS       PIC 99.
           88 OP-FILE-OK           VALUE 00.
           88 OP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-CTR-EOF              PIC X.
       01  WS-WO-SEED-EOF          PIC X VALUE 'N'.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-ENTRY-OK             PIC X.
       01  WS-OPERATOR-ID          PIC X(5).

       *> Entry
       01  WS-IN-KEY-ID            PIC X(6).
       01  WS-IN-DESC              PIC X(20).
       01  WS-IN-KIND-CH           PIC 9.
       01  WS-IN-LEVEL-CH          PIC 9.
       01  WS-IN-AREA              PIC X(10).
       01  WS-IN-DEPT-CH           PIC 9.
       01  WS-IN-HOLDER-ID         PIC X(5).
       01  WS-IN-HOLDER-NAME       PIC X(20).
       01  WS-IN-NOTE              PIC X(30).
       01  WS-IN-DATE              PIC 9(8).
       01  WS-IN-TIME              PIC 9(4).

       *> Movement being written
       01  WS-NEXT-KM-ID           PIC 9(5).
       01  WS-NEXT-WO-ID           PIC 9(5).
       01  WS-MOVE-KEY-ID          PIC X(6).
       01  WS-MOVE-KIND            PIC X(8).
       01  WS-MOVE-HOLDER-ID       PIC X(5).
       01  WS-MOVE-HOLDER-NAME     PIC X(20).
       01  WS-MOVE-NOTE            PIC X(30).

       *> History enquiry
       01  WS-ASK-STAMP            PIC 9(12).
       01  WS-MOVE-STAMP           PIC 9(12).
       01  WS-AT-HOLDER-ID         PIC X(5).
       01  WS-AT-HOLDER-NAME       PIC X(20).
       01  WS-AT-SINCE-DATE        PIC 9(8).
       01  WS-AT-SINCE-TIME        PIC 9(4).
       01  WS-AT-STATE             PIC X(8).
       01  WS-HISTORY-COUNT        PIC 9(4).
       01  WS-OUT-COUNT            PIC 9(3).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(4).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   MASTER KEY / PASS CARD LOG"
               DISPLAY "=========================================="
               DISPLAY "1. List keys and cards"
               DISPLAY "2. Add or change a key"
               DISPLAY "3. Issue a key"
               DISPLAY "4. Return a key"
               DISPLAY "5. Report a key lost (raises re-key order)"
               DISPLAY "6. Who held a key at a date and time"
               DISPLAY "7. Keys not returned"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-KEYS
                   WHEN 2
                       PERFORM UPSERT-KEY
                   WHEN 3
                       PERFORM ISSUE-KEY
                   WHEN 4
                       PERFORM RETURN-KEY
                   WHEN 5
                       PERFORM REPORT-KEY-LOST
                   WHEN 6
                       PERFORM KEY-HOLDER-AT
                   WHEN 7
                       PERFORM LIST-KEYS-OUT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * THE KEY REGISTER
      *****************************************************************
       LIST-KEYS.
           OPEN INPUT MASTERKEY-FILE
           IF MK-FILE-ERROR
               DISPLAY "No keys on file."
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "KEY    KIND LEVEL    AREA       DEPARTMENT   "
                   "STATUS     HOLDER"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTERKEY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY MK-KEY-ID " " MK-KIND " "
                               MK-ACCESS-LEVEL " " MK-AREA " "
                               MK-DEPARTMENT " " MK-STATUS " "
                               MK-HOLDER-ID " "
                               FUNCTION TRIM(MK-HOLDER-NAME)
               END-READ
           END-PERFORM
           CLOSE MASTERKEY-FILE
           MOVE 'N' TO WS-EOF.

       *> A new key starts at the desk. Changing a lost key back in
       *> is how a replacement, cut after the re-key, is put back
       *> into service under the same number.
       UPSERT-KEY.
           DISPLAY "Key / card number: "
           ACCEPT WS-IN-KEY-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-KEY-ID) TO WS-IN-KEY-ID
           IF WS-IN-KEY-ID = SPACES
               DISPLAY "Key number cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: "
           ACCEPT WS-IN-DESC
           DISPLAY "Kind - 1. Key  2. Card: "
           ACCEPT WS-IN-KIND-CH
           DISPLAY "Access level - 1. Grand  2. Floor  3. Section  "
                   "4. Area: "
           ACCEPT WS-IN-LEVEL-CH
           DISPLAY "Area it opens (e.g. FLOOR 3, KITCHEN): "
           ACCEPT WS-IN-AREA
           MOVE FUNCTION UPPER-CASE(WS-IN-AREA) TO WS-IN-AREA
           DISPLAY "Department - 1. Housekeeping  2. Engineering  "
                   "3. Security  4. Front Office: "
           ACCEPT WS-IN-DEPT-CH

           OPEN I-O MASTERKEY-FILE
           IF MK-FILE-ERROR
               CLOSE MASTERKEY-FILE
               OPEN OUTPUT MASTERKEY-FILE
               CLOSE MASTERKEY-FILE
               OPEN I-O MASTERKEY-FILE
           END-IF
           MOVE WS-IN-KEY-ID TO MK-KEY-ID
           READ MASTERKEY-FILE KEY IS MK-KEY-ID
               INVALID KEY
                   INITIALIZE MASTER-KEY-RECORD
                   MOVE WS-IN-KEY-ID TO MK-KEY-ID
                   PERFORM MOVE-KEY-DETAILS
                   MOVE 'Desk' TO MK-STATUS
                   WRITE MASTER-KEY-RECORD
                   DISPLAY "Key " FUNCTION TRIM(WS-IN-KEY-ID)
                           " added."
               NOT INVALID KEY
                   IF FUNCTION TRIM(MK-STATUS) = 'Issued'
                       DISPLAY "Key is signed out to " MK-HOLDER-ID
                               " - change it once it is back."
                   ELSE
                       PERFORM MOVE-KEY-DETAILS
                       IF FUNCTION TRIM(MK-STATUS) = 'Lost'
                           DISPLAY "Key is recorded lost. Put the "
                                   "replacement into service? (Y/N): "
                           ACCEPT WS-ENTRY-OK
                           IF WS-ENTRY-OK = 'Y' OR WS-ENTRY-OK = 'y'
                               MOVE 'Desk' TO MK-STATUS
                               MOVE SPACES TO MK-HOLDER-ID
                               MOVE SPACES TO MK-HOLDER-NAME
                           END-IF
                       END-IF
                       REWRITE MASTER-KEY-RECORD
                       DISPLAY "Key " FUNCTION TRIM(WS-IN-KEY-ID)
                               " changed."
                   END-IF
           END-READ
           CLOSE MASTERKEY-FILE.

       MOVE-KEY-DETAILS.
           MOVE WS-IN-DESC TO MK-DESC
           IF WS-IN-KIND-CH = 2
               MOVE 'Card' TO MK-KIND
           ELSE
               MOVE 'Key' TO MK-KIND
           END-IF
           EVALUATE WS-IN-LEVEL-CH
               WHEN 1
                   MOVE 'Grand' TO MK-ACCESS-LEVEL
               WHEN 2
                   MOVE 'Floor' TO MK-ACCESS-LEVEL
               WHEN 3
                   MOVE 'Section' TO MK-ACCESS-LEVEL
               WHEN OTHER
                   MOVE 'Area' TO MK-ACCESS-LEVEL
           END-EVALUATE
           MOVE WS-IN-AREA TO MK-AREA
           EVALUATE WS-IN-DEPT-CH
               WHEN 1
                   MOVE 'Housekeeping' TO MK-DEPARTMENT
               WHEN 2
                   MOVE 'Engineering' TO MK-DEPARTMENT
               WHEN 3
                   MOVE 'Security' TO MK-DEPARTMENT
               WHEN OTHER
                   MOVE 'Front Office' TO MK-DEPARTMENT
           END-EVALUATE.

      *****************************************************************
      * ISSUE, RETURN AND LOSS
      *****************************************************************
       ISSUE-KEY.
           PERFORM GET-DESK-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-KEY
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MK-STATUS) NOT = 'Desk'
               DISPLAY "Key " FUNCTION TRIM(MK-KEY-ID) " is "
                       FUNCTION TRIM(MK-STATUS) " - cannot issue."
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issued to - operator or staff ID: "
           ACCEPT WS-IN-HOLDER-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-HOLDER-ID) TO WS-IN-HOLDER-ID
           IF WS-IN-HOLDER-ID = SPACES
               DISPLAY "A key is never issued without a holder."
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           *> Operators are named from the operator file; other staff
           *> (room attendants, contractors) by hand.
           MOVE SPACES TO WS-IN-HOLDER-NAME
           OPEN INPUT OPERATORS-FILE
           IF OP-FILE-OK
               MOVE WS-IN-HOLDER-ID TO OP-ID
               READ OPERATORS-FILE KEY IS OP-ID
                   NOT INVALID KEY
                       MOVE OP-NAME TO WS-IN-HOLDER-NAME
               END-READ
           END-IF
           CLOSE OPERATORS-FILE
           IF WS-IN-HOLDER-NAME = SPACES
               DISPLAY "Staff name: "
               ACCEPT WS-IN-HOLDER-NAME
           ELSE
               DISPLAY "Operator " FUNCTION TRIM(WS-IN-HOLDER-NAME)
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
           MOVE WS-IN-HOLDER-ID TO MK-HOLDER-ID
           MOVE WS-IN-HOLDER-NAME TO MK-HOLDER-NAME
           MOVE WS-CURRENT-DATE-NUM TO MK-ISSUED-DATE
           MOVE WS-CURRENT-TIME TO MK-ISSUED-TIME
           MOVE 'Issued' TO MK-STATUS
           REWRITE MASTER-KEY-RECORD
           CLOSE MASTERKEY-FILE
           MOVE WS-IN-KEY-ID TO WS-MOVE-KEY-ID
           MOVE 'Issue' TO WS-MOVE-KIND
           MOVE WS-IN-HOLDER-ID TO WS-MOVE-HOLDER-ID
           MOVE WS-IN-HOLDER-NAME TO WS-MOVE-HOLDER-NAME
           MOVE SPACES TO WS-MOVE-NOTE
           PERFORM WRITE-KEY-MOVE
           DISPLAY "Key " FUNCTION TRIM(WS-IN-KEY-ID) " issued to "
                   WS-IN-HOLDER-ID " at " WS-CURRENT-TIME ".".

       RETURN-KEY.
           PERFORM GET-DESK-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-KEY
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MK-STATUS) NOT = 'Issued'
               DISPLAY "Key " FUNCTION TRIM(MK-KEY-ID)
                       " is not signed out."
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE MK-HOLDER-ID TO WS-MOVE-HOLDER-ID
           MOVE MK-HOLDER-NAME TO WS-MOVE-HOLDER-NAME
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
           MOVE SPACES TO MK-HOLDER-ID
           MOVE SPACES TO MK-HOLDER-NAME
           MOVE 'Desk' TO MK-STATUS
           REWRITE MASTER-KEY-RECORD
           CLOSE MASTERKEY-FILE
           MOVE WS-IN-KEY-ID TO WS-MOVE-KEY-ID
           MOVE 'Return' TO WS-MOVE-KIND
           MOVE SPACES TO WS-MOVE-NOTE
           PERFORM WRITE-KEY-MOVE
           DISPLAY "Key " FUNCTION TRIM(WS-IN-KEY-ID)
                   " returned by " WS-MOVE-HOLDER-ID ".".

       *> A lost master compromises every lock it opens - the key is
       *> taken out of service and engineering gets a high-priority
       *> order to re-key its area.
       REPORT-KEY-LOST.
           PERFORM GET-DESK-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-KEY
           IF WS-ENTRY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MK-STATUS) = 'Lost'
               DISPLAY "Key " FUNCTION TRIM(MK-KEY-ID)
                       " is already recorded lost (work order "
                       MK-REKEY-WO ")."
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Circumstances: "
           ACCEPT WS-IN-NOTE
           MOVE MK-HOLDER-ID TO WS-MOVE-HOLDER-ID
           MOVE MK-HOLDER-NAME TO WS-MOVE-HOLDER-NAME
           MOVE MK-AREA TO WS-IN-AREA
           CLOSE MASTERKEY-FILE

           PERFORM RAISE-REKEY-ORDER

           OPEN I-O MASTERKEY-FILE
           MOVE WS-IN-KEY-ID TO MK-KEY-ID
           READ MASTERKEY-FILE KEY IS MK-KEY-ID
               NOT INVALID KEY
                   MOVE 'Lost' TO MK-STATUS
                   MOVE WS-NEXT-WO-ID TO MK-REKEY-WO
                   REWRITE MASTER-KEY-RECORD
           END-READ
           CLOSE MASTERKEY-FILE
           MOVE WS-IN-KEY-ID TO WS-MOVE-KEY-ID
           MOVE 'Lost' TO WS-MOVE-KIND
           MOVE WS-IN-NOTE TO WS-MOVE-NOTE
           PERFORM WRITE-KEY-MOVE
           DISPLAY "Key " FUNCTION TRIM(WS-IN-KEY-ID)
                   " recorded lost - re-key work order "
                   WS-NEXT-WO-ID " raised for "
                   FUNCTION TRIM(WS-IN-AREA) ".".

       *> Not a room fault, so the order carries no room - closing it
       *> has nothing to return to service.
       RAISE-REKEY-ORDER.
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
           MOVE SPACES TO WO-ROOM-ID
           MOVE SPACES TO WO-FAULT-DESC
           STRING "Re-key " FUNCTION TRIM(WS-IN-AREA)
               " - lost " FUNCTION TRIM(WS-IN-KEY-ID)
               DELIMITED BY SIZE INTO WO-FAULT-DESC
           MOVE 'Locksmith' TO WO-ENGINEER
           MOVE ZEROS TO WO-PARTS-COST
           MOVE 'High' TO WO-PRIORITY
           MOVE 'Locks' TO WO-FAULT-CATEGORY
           MOVE SPACES TO WO-PM-TASK
           MOVE ZEROS TO WO-DUE-DATE
           MOVE ZEROS TO WO-PLANNED-DATE
           MOVE SPACES TO WO-ASSET-TAG
           MOVE 'Open' TO WO-STATUS
           MOVE WS-CURRENT-DATE-NUM TO WO-OPENED-DATE
           MOVE ZEROS TO WO-CLOSED-DATE
           WRITE WORKORDER-RECORD
           CLOSE WORKORDER-FILE.

       *> Leaves MASTERKEY-FILE open I-O on the key asked for when
       *> WS-ENTRY-OK = 'Y'; otherwise the file is closed again.
       OPEN-ONE-KEY.
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY "Key / card number: "
           ACCEPT WS-IN-KEY-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-KEY-ID) TO WS-IN-KEY-ID
           OPEN I-O MASTERKEY-FILE
           IF MK-FILE-ERROR
               DISPLAY "No keys on file."
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-KEY-ID TO MK-KEY-ID
           READ MASTERKEY-FILE KEY IS MK-KEY-ID
               INVALID KEY
                   DISPLAY "Key not found."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = 'N'
               CLOSE MASTERKEY-FILE
           END-IF.

       GET-DESK-OPERATOR.
           PERFORM READ-SESSION-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Your operator ID: "
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Key movements must be signed by an "
                           "operator."
               END-IF
           END-IF.

       WRITE-KEY-MOVE.
           PERFORM GENERATE-NEXT-KM-ID
           OPEN I-O KEYMOVE-FILE
           IF KM-FILE-ERROR
               CLOSE KEYMOVE-FILE
               OPEN OUTPUT KEYMOVE-FILE
               CLOSE KEYMOVE-FILE
               OPEN I-O KEYMOVE-FILE
           END-IF
           INITIALIZE KEY-MOVE-RECORD
           MOVE WS-NEXT-KM-ID TO KM-ID
           MOVE WS-MOVE-KEY-ID TO KM-KEY-ID
           MOVE WS-MOVE-KIND TO KM-KIND
           MOVE WS-MOVE-HOLDER-ID TO KM-HOLDER-ID
           MOVE WS-MOVE-HOLDER-NAME TO KM-HOLDER-NAME
           MOVE WS-CURRENT-DATE-NUM TO KM-DATE
           MOVE WS-CURRENT-TIME TO KM-TIME
           MOVE WS-OPERATOR-ID TO KM-DONE-BY
           MOVE WS-MOVE-NOTE TO KM-NOTE
           WRITE KEY-MOVE-RECORD
           CLOSE KEYMOVE-FILE.

      *****************************************************************
      * ENQUIRIES
      *****************************************************************
       *> Replays the key's movements in the order they were written
       *> up to the moment asked about: the last issue not followed
       *> by a return or loss names the holder.
       KEY-HOLDER-AT.
           DISPLAY "Key / card number: "
           ACCEPT WS-IN-KEY-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-KEY-ID) TO WS-IN-KEY-ID
           DISPLAY "Date (YYYYMMDD, 0 = today): "
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-IN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Time (HHMM): "
           ACCEPT WS-IN-TIME
           COMPUTE WS-ASK-STAMP = WS-IN-DATE * 10000 + WS-IN-TIME

           MOVE SPACES TO WS-AT-HOLDER-ID
           MOVE SPACES TO WS-AT-HOLDER-NAME
           MOVE 'Desk' TO WS-AT-STATE
           MOVE 0 TO WS-AT-SINCE-DATE
           MOVE 0 TO WS-AT-SINCE-TIME
           MOVE 0 TO WS-HISTORY-COUNT
           OPEN INPUT KEYMOVE-FILE
           IF KM-FILE-ERROR
               DISPLAY "No key movements on file."
               CLOSE KEYMOVE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MOVEMENTS FOR " FUNCTION TRIM(WS-IN-KEY-ID)
                   " UP TO " WS-IN-DATE " " WS-IN-TIME
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ KEYMOVE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF KM-KEY-ID = WS-IN-KEY-ID
                           COMPUTE WS-MOVE-STAMP =
                               KM-DATE * 10000 + KM-TIME
                           IF WS-MOVE-STAMP <= WS-ASK-STAMP
                               PERFORM APPLY-KEY-MOVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEYMOVE-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "------------------------------------------"
           EVALUATE TRUE
               WHEN WS-HISTORY-COUNT = 0
                   DISPLAY "No movements for that key by then."
               WHEN WS-AT-STATE = 'Issued'
                   DISPLAY "Held by " WS-AT-HOLDER-ID " "
                           FUNCTION TRIM(WS-AT-HOLDER-NAME)
                           " since " WS-AT-SINCE-DATE " "
                           WS-AT-SINCE-TIME
               WHEN WS-AT-STATE = 'Lost'
                   DISPLAY "Recorded lost since " WS-AT-SINCE-DATE
                           " " WS-AT-SINCE-TIME " (last held by "
                           WS-AT-HOLDER-ID ")"
               WHEN OTHER
                   DISPLAY "At the desk since " WS-AT-SINCE-DATE " "
                           WS-AT-SINCE-TIME
           END-EVALUATE.

       APPLY-KEY-MOVE.
           ADD 1 TO WS-HISTORY-COUNT
           DISPLAY KM-DATE " " KM-TIME " " KM-KIND " " KM-HOLDER-ID
                   " " KM-HOLDER-NAME " by " KM-DONE-BY
           MOVE KM-DATE TO WS-AT-SINCE-DATE
           MOVE KM-TIME TO WS-AT-SINCE-TIME
           MOVE KM-HOLDER-ID TO WS-AT-HOLDER-ID
           MOVE KM-HOLDER-NAME TO WS-AT-HOLDER-NAME
           EVALUATE FUNCTION TRIM(KM-KIND)
               WHEN 'Issue'
                   MOVE 'Issued' TO WS-AT-STATE
               WHEN 'Lost'
                   MOVE 'Lost' TO WS-AT-STATE
               WHEN OTHER
                   MOVE 'Desk' TO WS-AT-STATE
           END-EVALUATE.

       LIST-KEYS-OUT.
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT MASTERKEY-FILE
           IF MK-FILE-ERROR
               DISPLAY "No keys on file."
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "KEY    LEVEL    AREA       HOLDER "
                   "NAME                 ISSUED"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTERKEY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MK-STATUS) = 'Issued'
                           ADD 1 TO WS-OUT-COUNT
                           DISPLAY MK-KEY-ID " " MK-ACCESS-LEVEL " "
                                   MK-AREA " " MK-HOLDER-ID "  "
                                   MK-HOLDER-NAME " " MK-ISSUED-DATE
                                   " " MK-ISSUED-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTERKEY-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "Keys signed out: " WS-OUT-COUNT.

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

       GENERATE-NEXT-KM-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'KEYMOVE' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-KM-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-KM-ID
           CLOSE COUNTERS-FILE.

       SEED-KM-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT KEYMOVE-FILE
           IF KM-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ KEYMOVE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF KM-ID > COUNTER-NEXT-ID
                               MOVE KM-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KEYMOVE-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'KEYMOVE' TO COUNTER-NAME
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
               MOVE 'N' TO WS-WO-SEED-EOF
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
           END-IF
           CLOSE WORKORDER-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'WORKORDER' TO COUNTER-NAME
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

       END PROGRAM keyLog.
