       IDENTIFICATION DIVISION.
       PROGRAM-ID. masterJournal.

      *****************************************************************
      * MASTER-DATA CHANGE JOURNAL (CALLED SUBPROGRAM)
      * The audit log follows bookings through their statuses; this
      * journal does the same for the master and configuration files
      * - rooms, room types, rates, the rate calendar, services,
      * contracts, promotions, operators and customers. Every
      * maintenance program calls here after it writes, rewrites or
      * deletes a record, passing the file, the record key, the
      * action and the whole record as it stood before and after.
      *   MJA-ACTION 'Add'    - before image blank
      *              'Change' - skipped when nothing actually changed
      *              'Delete' - after image blank
      *              'Merge'  - a customer folded into another
      * The operator comes from the session and the date and time
      * from the clock, so callers cannot set either. An operator's
      * PIN never reaches the journal: it is shown as **** and a PIN
      * change as CHGD in the after image.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MDJOURNAL-FILE ASSIGN TO '../DATA/MDJOURNAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJ-ID
               FILE STATUS IS WS-MJ-FILE-STATUS.
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
       FD  MDJOURNAL-FILE.
       COPY "./CopyBooks/MDJOURNAL.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-MJ-FILE-STATUS       PIC 99.
           88 MJ-FILE-OK           VALUE 00.
           88 MJ-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.

       01  WS-SEED-EOF             PIC X.
       01  WS-NEXT-MJ-ID           PIC 9(5).
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-BEFORE-IMAGE         PIC X(300).
       01  WS-AFTER-IMAGE          PIC X(300).

       LINKAGE SECTION.
       COPY "./CopyBooks/MDJAREA.cpy".

       PROCEDURE DIVISION USING MASTER-JOURNAL-AREA.
       MAIN-PROCEDURE.
           IF MJA-ACTION = 'Change' AND MJA-BEFORE = MJA-AFTER
               GOBACK
           END-IF
           MOVE MJA-BEFORE TO WS-BEFORE-IMAGE
           MOVE MJA-AFTER TO WS-AFTER-IMAGE
           IF MJA-FILE = 'OPERATORS'
               PERFORM MASK-OPERATOR-PIN
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY
           GOBACK.

       *> OP-PIN sits at 46 for 4 in the operator record.
       MASK-OPERATOR-PIN.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE '****' TO WS-BEFORE-IMAGE(46:4)
           END-IF
           IF WS-AFTER-IMAGE NOT = SPACES
               IF MJA-BEFORE NOT = SPACES
                  AND MJA-BEFORE(46:4) NOT = MJA-AFTER(46:4)
                   MOVE 'CHGD' TO WS-AFTER-IMAGE(46:4)
               ELSE
                   MOVE '****' TO WS-AFTER-IMAGE(46:4)
               END-IF
           END-IF.

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

      *****************************************************************
      * JOURNAL - one row per record written, rewritten or deleted
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM READ-SESSION-OPERATOR
           PERFORM GENERATE-NEXT-MJ-ID
           OPEN I-O MDJOURNAL-FILE
           IF MJ-FILE-ERROR
               CLOSE MDJOURNAL-FILE
               OPEN OUTPUT MDJOURNAL-FILE
               CLOSE MDJOURNAL-FILE
               OPEN I-O MDJOURNAL-FILE
           END-IF
           MOVE WS-NEXT-MJ-ID TO MJ-ID
           MOVE WS-NOW-STAMP(1:8) TO MJ-DATE
           MOVE WS-NOW-STAMP(9:6) TO MJ-TIME
           MOVE MJA-FILE TO MJ-FILE
           MOVE MJA-KEY TO MJ-KEY
           MOVE MJA-ACTION TO MJ-ACTION
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE MJA-PROGRAM TO MJ-PROGRAM
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER
           WRITE MDJOURNAL-RECORD
           CLOSE MDJOURNAL-FILE.

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

       GENERATE-NEXT-MJ-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'MDJOURNAL' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-MJ-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-MJ-ID
           CLOSE COUNTERS-FILE.

       SEED-MJ-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT MDJOURNAL-FILE
           IF MJ-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ MDJOURNAL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF MJ-ID > COUNTER-NEXT-ID
                               MOVE MJ-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MDJOURNAL-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'MDJOURNAL' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       END PROGRAM masterJournal.
