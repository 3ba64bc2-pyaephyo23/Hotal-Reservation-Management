       IDENTIFICATION DIVISION.
       PROGRAM-ID. shareBooking.

      *****************************************************************
      * SHARE-WITH BOOKING
      * Two customers in one room, each paying their own part. The
      * sharer gets a booking of their own on the same room and
      * dates, linked both ways to the original (the principal):
      * SHARE-WITH-BK names the partner booking, SHARE-PCT-BK is the
      * percentage of the room rate this booking pays, and
      * SHARE-ROLE-BK is 'P' on the principal and 'S' on the sharer.
      * Because each side is a booking in its own right, each checks
      * in and out on its own, keeps its own folio, and gets its own
      * invoice - checkOut bills SHARE-PCT-BK of the room charge.
      * The room itself is counted once, on the principal: the
      * sharer takes no availability and the room-night tallies
      * pass over 'S' bookings. Cancelling either side hands the
      * whole room back to the other.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
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
       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  AUDIT-FILE.
       COPY "./CopyBooks/AUDITLOG.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-SESSION-STATUS  PIC 99.
           88 SESSION-FILE-OK VALUE 00.
           88 SESSION-FILE-ERROR VALUE 01 THRU 99.
       01 WS-OPERATOR-ID     PIC X(5) VALUE SPACES.
       01 WS-OPERATOR-ROLE   PIC X(10) VALUE SPACES.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-AUDIT-FILE-STATUS    PIC 99.
           88 AUDIT-FILE-OK        VALUE 00.
           88 AUDIT-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-CTR-EOF              PIC X.

       01  WS-IN-BOOKING-ID        PIC 9(5).
       01  WS-IN-CUSTOMER-ID       PIC 9(5).
       01  WS-PRINCIPAL-CUST-ID    PIC 9(5).
       01  WS-PRINCIPAL-NAME       PIC X(30).
       01  WS-PRINCIPAL-STATUS     PIC X(10).
       01  WS-SHARE-ROOM           PIC X(5).
       01  WS-SHARE-IN             PIC 9(8).
       01  WS-SHARE-OUT            PIC 9(8).
       01  WS-SHARER-NAME          PIC X(30).
       01  WS-SHARER-PHONE         PIC X(15).
       01  WS-SPLIT-CHOICE         PIC 9 VALUE 0.
       01  WS-PRINCIPAL-PCT        PIC 9(3) VALUE 0.
       01  WS-SHARER-PCT           PIC 9(3) VALUE 0.
       01  WS-NEW-BOOKING-ID       PIC 9(5).
       01  WS-OK                   PIC X.
       01  WS-CONFIRM              PIC X.
       01  WS-NEXT-AUDIT-ID        PIC 9(5).
       01  WS-AUDIT-BOOKING-ID     PIC 9(5).
       01  WS-AUDIT-OLD-STATUS     PIC X(10).
       01  WS-AUDIT-NEW-STATUS     PIC X(10).
       01  WS-NOW-STAMP            PIC X(14).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "   SHARE-WITH BOOKING (SPLIT ROOM RATE)"
           DISPLAY "=========================================="
           DISPLAY "Booking ID the sharer joins (0 = cancel): "
           ACCEPT WS-IN-BOOKING-ID
           IF WS-IN-BOOKING-ID = 0
               GOBACK
           END-IF

           PERFORM LOAD-PRINCIPAL
           IF WS-OK = 'N'
               GOBACK
           END-IF

           DISPLAY "Sharer's Customer ID: "
           ACCEPT WS-IN-CUSTOMER-ID
           PERFORM LOAD-SHARER
           IF WS-OK = 'N'
               GOBACK
           END-IF

           PERFORM GET-RATE-SPLIT
           IF WS-OK = 'N'
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "Room " WS-SHARE-ROOM " " WS-SHARE-IN "-"
                   WS-SHARE-OUT
           DISPLAY "  " WS-PRINCIPAL-NAME " pays " WS-PRINCIPAL-PCT
                   "% of the room rate"
           DISPLAY "  " WS-SHARER-NAME " pays " WS-SHARER-PCT
                   "% of the room rate"
           DISPLAY "Create the share? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing shared."
               GOBACK
           END-IF

           PERFORM CREATE-SHARE
           GOBACK.

       *> The principal must be a plain forward booking - not
       *> already shared, not part of a group bill (the group's one
       *> master invoice cannot split per sharer), not yet arrived.
       LOAD-PRINCIPAL.
           MOVE 'N' TO WS-OK
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               DISPLAY "No bookings on file."
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   DISPLAY "Booking not found."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BOOKING-STATUS NOT = 'Active'
                            AND BOOKING-STATUS NOT = 'Option'
                           DISPLAY "Only an Active or Option booking "
                                   "not yet checked in can be shared."
                       WHEN SHARE-ROLE-BK = 'P'
                           DISPLAY "Booking is already shared with "
                                   "booking " SHARE-WITH-BK "."
                       WHEN SHARE-ROLE-BK = 'S'
                           DISPLAY "Booking is itself a sharer on "
                                   "booking " SHARE-WITH-BK "."
                       WHEN GROUP-ID-BK IS NUMERIC
                            AND GROUP-ID-BK > 0
                           DISPLAY "Group bookings settle on one "
                                   "master invoice and cannot be "
                                   "shared."
                       WHEN BOOKING-TYPE = 'Comp'
                            OR BOOKING-TYPE = 'House-Use'
                           DISPLAY "A complimentary or house-use "
                                   "stay bills no room to split."
                       WHEN OTHER
                           MOVE 'Y' TO WS-OK
                           MOVE CUSTOMER-ID-BK TO WS-PRINCIPAL-CUST-ID
                           MOVE CUSTOMER-NAME-BK TO WS-PRINCIPAL-NAME
                           MOVE BOOKING-STATUS TO WS-PRINCIPAL-STATUS
                           MOVE ROOM-ID-BK TO WS-SHARE-ROOM
                           MOVE CHECKIN-DATE TO WS-SHARE-IN
                           MOVE CHECKOUT-DATE TO WS-SHARE-OUT
                   END-EVALUATE
           END-READ
           CLOSE BOOKING-FILE.

       LOAD-SHARER.
           MOVE 'N' TO WS-OK
           IF WS-IN-CUSTOMER-ID = WS-PRINCIPAL-CUST-ID
               DISPLAY "The sharer must be a different customer."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           MOVE WS-IN-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "Customer not found - register the "
                           "sharer first."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUSTOMER-NAME(1:7) = 'PURGED-'
                           DISPLAY "That customer record has been "
                                   "anonymized."
                       WHEN FUNCTION TRIM(CUSTOMER-ACCOUNT-TYPE)
                               = 'Merged'
                           DISPLAY "That customer was merged into "
                                   "another record - use the "
                                   "surviving ID."
                       WHEN BLACKLIST-FLAG = 'Y'
                           DISPLAY "That customer is blacklisted."
                       WHEN OTHER
                           MOVE 'Y' TO WS-OK
                           MOVE CUSTOMER-NAME TO WS-SHARER-NAME
                           MOVE CUSTOMER-PHONE TO WS-SHARER-PHONE
                   END-EVALUATE
           END-READ
           CLOSE CUSTOMER-FILE.

       GET-RATE-SPLIT.
           MOVE 'N' TO WS-OK
           DISPLAY "Split the room rate:"
           DISPLAY "  1. Evenly (50/50)"
           DISPLAY "  2. By percentage"
           ACCEPT WS-SPLIT-CHOICE
           EVALUATE WS-SPLIT-CHOICE
               WHEN 1
                   MOVE 50 TO WS-PRINCIPAL-PCT
               WHEN 2
                   DISPLAY "Percentage paid by "
                           FUNCTION TRIM(WS-PRINCIPAL-NAME)
                           " (1-99): "
                   ACCEPT WS-PRINCIPAL-PCT
                   IF WS-PRINCIPAL-PCT < 1 OR WS-PRINCIPAL-PCT > 99
                       DISPLAY "Percentage must be 1 to 99."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-SHARER-PCT = 100 - WS-PRINCIPAL-PCT
           MOVE 'Y' TO WS-OK.

      *****************************************************************
      * The principal is re-read I-O and linked first; the same
      * record area then becomes the sharer's booking, so room,
      * dates, rate, package, segment and property carry across
      * exactly. Deposit, routing, promo and party size are the
      * principal's own and do not.
      *****************************************************************
       CREATE-SHARE.
           PERFORM GENERATE-NEXT-BOOKING-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           OPEN I-O BOOKING-FILE
           MOVE WS-IN-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   DISPLAY "Booking vanished - nothing shared."
                   CLOSE BOOKING-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-NEW-BOOKING-ID TO SHARE-WITH-BK
           MOVE WS-PRINCIPAL-PCT TO SHARE-PCT-BK
           MOVE 'P' TO SHARE-ROLE-BK
           MOVE WS-NOW-STAMP TO LAST-MODIFIED-AT
           MOVE SPACES TO LAST-MODIFIED-REASON
           STRING "Shared with booking " WS-NEW-BOOKING-ID
               DELIMITED BY SIZE INTO LAST-MODIFIED-REASON
           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Unable to update booking "
                           WS-IN-BOOKING-ID " - nothing shared."
                   CLOSE BOOKING-FILE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-NEW-BOOKING-ID TO BOOKING-ID
           MOVE WS-IN-CUSTOMER-ID TO CUSTOMER-ID-BK
           MOVE WS-SHARER-NAME TO CUSTOMER-NAME-BK
           MOVE WS-SHARER-PHONE TO CUSTOMER-PH-BK
           MOVE 'N' TO CHEKIN-FLAG
           MOVE 'N' TO CHECKOUT-FLAG IN BOOKING-RECORD
           MOVE WS-NOW-STAMP TO CREATED-AT
           MOVE WS-NOW-STAMP TO LAST-MODIFIED-AT
           MOVE SPACES TO LAST-MODIFIED-REASON
           STRING "Sharer on booking " WS-IN-BOOKING-ID
               DELIMITED BY SIZE INTO LAST-MODIFIED-REASON
           MOVE 0 TO DEPOSIT-AMOUNT
           MOVE 'N' TO DEPOSIT-PAID-FLAG
           MOVE 0 TO GROUP-ID-BK
           MOVE SPACES TO CANCEL-REASON-CODE
           MOVE SPACES TO PROMO-CODE-BK
           MOVE SPACES TO ROUTE-CODE-BK
           MOVE 1 TO ADULTS-BK
           MOVE 0 TO CHILDREN-BK
           MOVE SPACES TO OCC-WAIVER-BY-BK
           MOVE WS-IN-BOOKING-ID TO SHARE-WITH-BK
           MOVE WS-SHARER-PCT TO SHARE-PCT-BK
           MOVE 'S' TO SHARE-ROLE-BK
           WRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Unable to write the sharer's booking."
           END-WRITE
           CLOSE BOOKING-FILE

           MOVE WS-IN-BOOKING-ID TO WS-AUDIT-BOOKING-ID
           MOVE WS-PRINCIPAL-STATUS TO WS-AUDIT-OLD-STATUS
           MOVE 'Shared' TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT-LOG
           MOVE WS-NEW-BOOKING-ID TO WS-AUDIT-BOOKING-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE WS-PRINCIPAL-STATUS TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Sharer booking " WS-NEW-BOOKING-ID
                   " created for " FUNCTION TRIM(WS-SHARER-NAME)
                   " - checks in and out on its own and is "
                   "invoiced separately.".

       GENERATE-NEXT-BOOKING-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'BOOKING' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-BOOKING-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEW-BOOKING-ID
           CLOSE COUNTERS-FILE.

       SEED-BOOKING-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF BOOKING-ID > COUNTER-NEXT-ID
                               MOVE BOOKING-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BOOKING-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'BOOKING' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

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
           MOVE WS-AUDIT-BOOKING-ID TO AUDIT-BOOKING-ID
           MOVE WS-AUDIT-OLD-STATUS TO AUDIT-OLD-STATUS
           MOVE WS-AUDIT-NEW-STATUS TO AUDIT-NEW-STATUS
           MOVE 'shareBooking' TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           PERFORM READ-SESSION-OPERATOR
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

       SEED-AUDIT-COUNTER.
           MOVE 'N' TO WS-CTR-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-OK
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ AUDIT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
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

       END PROGRAM shareBooking.
