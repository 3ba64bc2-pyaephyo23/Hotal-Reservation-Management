       IDENTIFICATION DIVISION.
       PROGRAM-ID. guestPrivacy.

      *****************************************************************
      * PRIVACY-REQUESTED GUESTS (CALLED SUBPROGRAM)
      * A celebrity, a protected person or a discreet corporate guest
      * can ask at booking or check-in that we do not confirm they
      * are staying. The request is held in PRIVACY.DAT against the
      * booking (kind B), so the stay made from that booking carries
      * it too; a walk-in has no booking and is held against the
      * stay (kind S). Callers pass GPA-BOOKING-ID, GPA-CHECKIN-ID
      * or both - the booking is tried first.
      *   mode 'Q' - is this guest private? returns the alias to
      *              print in place of the name on lists and exports
      *   mode 'S' - set the flag (alias defaults to PRIVATE GUEST
      *              and the booking or stay number)
      *   mode 'C' - clear the flag
      *   mode 'L' - write a lookup of a private guest to the audit
      *              log, GPA-LOOKUP saying what kind of lookup
      *   mode 'O' - a name lookup hit a private guest: only a
      *              Manager or Supervisor may opt in to see them,
      *              and whichever way it goes is audited
      * Audit rows carry 'Private' as the old status with the
      * booking id, or 'PrivStay' with the check-in id for a walk-in,
      * the outcome as the new status and the calling program.
      * Legally required outputs do not call this program and keep
      * the real name: the immigration export, the evacuation
      * roll-call, and the invoices, credit notes, dunning letters
      * and refund remittances made out to the guest by name.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-FILE ASSIGN TO '../DATA/PRIVACY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PV-FILE-STATUS.
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
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-FILE.
       COPY "./CopyBooks/PRIVACY.cpy".

       FD  AUDIT-FILE.
       COPY "./CopyBooks/AUDITLOG.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PV-FILE-STATUS       PIC 99.
           88 PV-FILE-OK           VALUE 00.
           88 PV-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AUDIT-FILE-STATUS    PIC 99.
           88 AUDIT-FILE-OK        VALUE 00.
           88 AUDIT-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-SEED-EOF             PIC X.
       01  WS-NEXT-AUDIT-ID        PIC 9(5).
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-AUDIT-OUTCOME        PIC X(10).
       01  WS-OPT-IN-ANSWER        PIC X.
       01  WS-REF-ID               PIC 9(5).

       LINKAGE SECTION.
       COPY "./CopyBooks/PRIVAREA.cpy".

       PROCEDURE DIVISION USING GUEST-PRIVACY-AREA.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           EVALUATE GPA-MODE
               WHEN 'Q'
                   PERFORM QUERY-BOOKING
               WHEN 'S'
                   PERFORM SET-PRIVACY
               WHEN 'C'
                   PERFORM CLEAR-PRIVACY
               WHEN 'L'
                   MOVE GPA-LOOKUP TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-LOG
               WHEN 'O'
                   PERFORM SUPERVISOR-OPT-IN
               WHEN OTHER
                   MOVE 'N' TO GPA-PRIVATE
                   MOVE 'N' TO GPA-REVEAL
           END-EVALUATE
           GOBACK.

       *> A booking with no record, or a cleared one, is not
       *> private; the alias comes back blank so the caller keeps
       *> the name it already has.
       QUERY-BOOKING.
           MOVE 'N' TO GPA-PRIVATE
           MOVE SPACES TO GPA-ALIAS
           IF GPA-BOOKING-ID = 0 AND GPA-CHECKIN-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRIVACY-FILE
           IF PV-FILE-ERROR
               CLOSE PRIVACY-FILE
               EXIT PARAGRAPH
           END-IF
           IF GPA-BOOKING-ID > 0
               MOVE 'B' TO PV-KIND
               MOVE GPA-BOOKING-ID TO PV-REF-ID
               PERFORM READ-PRIVACY-ENTRY
           END-IF
           IF GPA-PRIVATE = 'N' AND GPA-CHECKIN-ID > 0
               MOVE 'S' TO PV-KIND
               MOVE GPA-CHECKIN-ID TO PV-REF-ID
               PERFORM READ-PRIVACY-ENTRY
           END-IF
           CLOSE PRIVACY-FILE.

       READ-PRIVACY-ENTRY.
           READ PRIVACY-FILE KEY IS PV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PV-ACTIVE = 'Y'
                       MOVE 'Y' TO GPA-PRIVATE
                       MOVE PV-ALIAS TO GPA-ALIAS
                       MOVE PV-CUSTOMER-ID TO GPA-CUSTOMER-ID
                   END-IF
           END-READ.

       *> Booking when there is one, otherwise the walk-in stay
       SET-PRIVACY-KEY.
           IF GPA-BOOKING-ID > 0
               MOVE 'B' TO PV-KIND
               MOVE GPA-BOOKING-ID TO PV-REF-ID
           ELSE
               MOVE 'S' TO PV-KIND
               MOVE GPA-CHECKIN-ID TO PV-REF-ID
           END-IF
           MOVE PV-REF-ID TO WS-REF-ID.

       SET-PRIVACY.
           IF GPA-BOOKING-ID = 0 AND GPA-CHECKIN-ID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SESSION-OPERATOR
           PERFORM SET-PRIVACY-KEY
           IF GPA-ALIAS = SPACES
               STRING 'PRIVATE GUEST ' WS-REF-ID
                   DELIMITED BY SIZE INTO GPA-ALIAS
           END-IF
           OPEN I-O PRIVACY-FILE
           IF PV-FILE-ERROR
               CLOSE PRIVACY-FILE
               OPEN OUTPUT PRIVACY-FILE
               CLOSE PRIVACY-FILE
               OPEN I-O PRIVACY-FILE
           END-IF
           PERFORM SET-PRIVACY-KEY
           READ PRIVACY-FILE KEY IS PV-KEY
               INVALID KEY
                   PERFORM FILL-PRIVACY-RECORD
                   WRITE PRIVACY-RECORD
               NOT INVALID KEY
                   PERFORM FILL-PRIVACY-RECORD
                   REWRITE PRIVACY-RECORD
           END-READ
           CLOSE PRIVACY-FILE
           MOVE 'Y' TO GPA-PRIVATE
           MOVE 'Priv-On' TO WS-AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-LOG.

       FILL-PRIVACY-RECORD.
           MOVE GPA-BOOKING-ID TO PV-BOOKING-ID
           MOVE GPA-CHECKIN-ID TO PV-CHECKIN-ID
           MOVE GPA-CUSTOMER-ID TO PV-CUSTOMER-ID
           MOVE GPA-GUEST-NAME TO PV-GUEST-NAME
           MOVE GPA-ALIAS TO PV-ALIAS
           MOVE 'Y' TO PV-ACTIVE
           MOVE GPA-SET-WHERE TO PV-SET-WHERE
           MOVE WS-OPERATOR-ID TO PV-SET-BY
           MOVE WS-NOW-STAMP TO PV-SET-AT.

       CLEAR-PRIVACY.
           MOVE 'N' TO GPA-PRIVATE
           OPEN I-O PRIVACY-FILE
           IF PV-FILE-ERROR
               CLOSE PRIVACY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SESSION-OPERATOR
           PERFORM SET-PRIVACY-KEY
           READ PRIVACY-FILE KEY IS PV-KEY
               INVALID KEY
                   CLOSE PRIVACY-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE 'N' TO PV-ACTIVE
                   MOVE GPA-SET-WHERE TO PV-SET-WHERE
                   MOVE WS-OPERATOR-ID TO PV-SET-BY
                   MOVE WS-NOW-STAMP TO PV-SET-AT
                   REWRITE PRIVACY-RECORD
           END-READ
           CLOSE PRIVACY-FILE
           MOVE 'Priv-Off' TO WS-AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-LOG.

       *> Anyone below Supervisor is told there is no such guest
       *> and never sees the question; a Supervisor or Manager
       *> decides, and a 'no' is logged as well as a 'yes'.
       SUPERVISOR-OPT-IN.
           MOVE 'N' TO GPA-REVEAL
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               MOVE 'Refused' TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF
           DISPLAY "This guest is privacy-flagged - they have asked "
                   "us not to confirm the stay."
           DISPLAY "Supervisor opt-in to show this guest (Y/N)? "
           ACCEPT WS-OPT-IN-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-OPT-IN-ANSWER)
               TO WS-OPT-IN-ANSWER
           IF WS-OPT-IN-ANSWER = 'Y'
               MOVE 'Y' TO GPA-REVEAL
               MOVE 'Opted-in' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'Withheld' TO WS-AUDIT-OUTCOME
           END-IF
           PERFORM WRITE-AUDIT-LOG.

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

      *****************************************************************
      * AUDIT LOG - one row per privacy event
      *****************************************************************
       WRITE-AUDIT-LOG.
           PERFORM READ-SESSION-OPERATOR
           PERFORM GENERATE-NEXT-AUDIT-ID
           OPEN I-O AUDIT-FILE
           IF AUDIT-FILE-ERROR
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN I-O AUDIT-FILE
           END-IF
           MOVE WS-NEXT-AUDIT-ID TO AUDIT-ID
           IF GPA-BOOKING-ID > 0
               MOVE GPA-BOOKING-ID TO AUDIT-BOOKING-ID
               MOVE 'Private' TO AUDIT-OLD-STATUS
           ELSE
               MOVE GPA-CHECKIN-ID TO AUDIT-BOOKING-ID
               MOVE 'PrivStay' TO AUDIT-OLD-STATUS
           END-IF
           MOVE WS-AUDIT-OUTCOME TO AUDIT-NEW-STATUS
           MOVE GPA-PROGRAM TO AUDIT-PROGRAM
           MOVE WS-NOW-STAMP TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

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

       END PROGRAM guestPrivacy.
