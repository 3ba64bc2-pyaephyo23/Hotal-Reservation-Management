       IDENTIFICATION DIVISION.
       PROGRAM-ID. folioTransfer.

      *****************************************************************
      * FOLIO LINE TRANSFERS BETWEEN STAYS
      * Moves posted charges or credits that landed on the wrong
      * stay - a dinner signed to the neighbour's room, a family
      * settling everything on one bill - from one open stay to
      * another. Both stays must still be in house (CHECKOUT-FLAG
      * 'N') and the receiving stay must have no invoice raised yet.
      * The original line is kept but marked Xfer-Out, so no bill
      * picks it up again, and a new Open line with the same code,
      * price, sign, post date and posting source is written to the
      * receiving stay, so it is taxed as it was where it was first
      * posted. Every move needs a reason and is journalled in
      * FOLIOXFER.DAT with both line numbers and the signed-on
      * operator. The daily transfer report lists one
      * business day's moves for the night auditor; the receivables
      * roll-forward carries the same moves in its transfers column.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLIO-FILE ASSIGN TO '../DATA/FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOLIO-LINE-ID
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT FOLIOXFER-FILE ASSIGN TO '../DATA/FOLIOXFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-ID
               FILE STATUS IS WS-XF-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS CHECKIN-ID-IV
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT XFER-REPORT-FILE ASSIGN TO '../DATA/FOLIOXFER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  FOLIOXFER-FILE.
       COPY "./CopyBooks/FOLIOXFER.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       FD  XFER-REPORT-FILE.
       01  XR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-XF-FILE-STATUS       PIC 99.
           88 XF-FILE-OK           VALUE 00.
           88 XF-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.

       *> Signed-on operator stamped on every move
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01  WS-PROPERTY             PIC X(4) VALUE 'MAIN'.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FOUND                PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X VALUE 'N'.
       01  WS-SEARCH-ROOM-ID       PIC X(5).

       *> The two stays of a transfer
       01  WS-STAY-CHECKIN-ID      PIC 9(5).
       01  WS-STAY-ROOM-ID         PIC X(5).
       01  WS-FROM-CHECKIN-ID      PIC 9(5).
       01  WS-FROM-ROOM-ID         PIC X(5).
       01  WS-TO-CHECKIN-ID        PIC 9(5).
       01  WS-TO-ROOM-ID           PIC X(5).
       01  WS-TO-INVOICED          PIC X.
       01  WS-REASON               PIC X(30).
       01  WS-IN-LINE-ID           PIC 9(5).
       01  WS-MORE-LINES           PIC X.
       01  WS-OPEN-LINE-COUNT      PIC 9(3).
       01  WS-MOVED-COUNT          PIC 9(3).
       01  WS-MOVED-TOTAL          PIC S9(9).

       *> The line being moved, held while the new one is written
       01  WS-HOLD-LINE-ID         PIC 9(5).
       01  WS-HOLD-POST-DATE       PIC 9(8).
       01  WS-HOLD-SVC-CODE        PIC X(10).
       01  WS-HOLD-SVC-DESC        PIC X(20).
       01  WS-HOLD-SVC-PRICE       PIC 9(7).
       01  WS-HOLD-SIGN            PIC X.
       01  WS-HOLD-REASON-CODE     PIC X(10).
       01  WS-HOLD-APPROVED-BY     PIC X(5).
       01  WS-HOLD-POSTED-BY       PIC X(15).

       01  WS-NEXT-FOLIO-ID        PIC 9(5) VALUE 0.
       01  WS-NEXT-XF-ID           PIC 9(5) VALUE 0.

       *> Daily transfer report
       01  WS-IN-DATE              PIC 9(8).
       01  WS-RPT-COUNT            PIC 9(4).
       01  WS-RPT-OUT-TOTAL        PIC 9(9).
       01  WS-RPT-CR-TOTAL         PIC 9(9).
       01  WS-TIME-EDIT            PIC X(5).
       01  WS-AMOUNT-EDIT          PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-CR-TEXT              PIC X(2).
       01  WS-FORMATTED-PRICE      PIC $(9).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
           05 WS-CURRENT-TIME.
               10 WS-CURRENT-HOURS   PIC 9(2).
               10 WS-CURRENT-MINUTES PIC 9(2).
               10 WS-CURRENT-SECONDS PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).
       01  WS-CURRENT-TIME-NUM     PIC 9(6).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   FOLIO TRANSFERS BETWEEN STAYS"
               DISPLAY "=========================================="
               DISPLAY "1. Transfer folio lines to another stay"
               DISPLAY "2. Daily transfer report"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM TRANSFER-LINES
                   WHEN 2
                       PERFORM DAILY-TRANSFER-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * TRANSFER
      *****************************************************************
       TRANSFER-LINES.
           DISPLAY "--- Transfer FROM ---"
           PERFORM FIND-ACTIVE-STAY-BY-ROOM
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAY-CHECKIN-ID TO WS-FROM-CHECKIN-ID
           MOVE WS-STAY-ROOM-ID TO WS-FROM-ROOM-ID

           PERFORM LIST-OPEN-LINES
           IF WS-OPEN-LINE-COUNT = 0
               DISPLAY "No open folio lines on stay "
                       WS-FROM-CHECKIN-ID " - nothing to transfer."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "--- Transfer TO ---"
           PERFORM FIND-ACTIVE-STAY-BY-ROOM
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAY-CHECKIN-ID TO WS-TO-CHECKIN-ID
           MOVE WS-STAY-ROOM-ID TO WS-TO-ROOM-ID
           IF WS-TO-CHECKIN-ID = WS-FROM-CHECKIN-ID
               DISPLAY "Both rooms are the same stay - nothing to "
                       "transfer."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TO-STAY-INVOICED
           IF WS-TO-INVOICED = 'Y'
               DISPLAY "*** Stay " WS-TO-CHECKIN-ID " in room "
                       WS-TO-ROOM-ID " already has an invoice - "
                       "transfer refused. ***"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for the transfer: "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A reason is required - transfer cancelled."
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIME-NUM

           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-MOVED-TOTAL
           MOVE 'Y' TO WS-MORE-LINES
           PERFORM UNTIL WS-MORE-LINES = 'N'
               DISPLAY "Folio line number to move to stay "
                       WS-TO-CHECKIN-ID " (0 to finish): "
               ACCEPT WS-IN-LINE-ID
               IF WS-IN-LINE-ID = 0
                   MOVE 'N' TO WS-MORE-LINES
               ELSE
                   PERFORM TRANSFER-ONE-LINE
               END-IF
           END-PERFORM

           IF WS-MOVED-COUNT = 0
               DISPLAY "No lines transferred."
           ELSE
               IF WS-MOVED-TOTAL < 0
                   COMPUTE WS-FORMATTED-PRICE = 0 - WS-MOVED-TOTAL
                   DISPLAY WS-MOVED-COUNT " line(s) moved from room "
                           WS-FROM-ROOM-ID " to room " WS-TO-ROOM-ID
                           "  net -" WS-FORMATTED-PRICE " CR"
               ELSE
                   MOVE WS-MOVED-TOTAL TO WS-FORMATTED-PRICE
                   DISPLAY WS-MOVED-COUNT " line(s) moved from room "
                           WS-FROM-ROOM-ID " to room " WS-TO-ROOM-ID
                           "  net " WS-FORMATTED-PRICE
               END-IF
           END-IF.

       *> Mark the chosen line transferred out, write its twin on the
       *> receiving stay and journal the pair.
       TRANSFER-ONE-LINE.
           PERFORM OPEN-FOLIO-FILE
           MOVE WS-IN-LINE-ID TO FOLIO-LINE-ID
           READ FOLIO-FILE KEY IS FOLIO-LINE-ID
               INVALID KEY
                   DISPLAY "*** Folio line " WS-IN-LINE-ID
                           " not found. ***"
                   CLOSE FOLIO-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FOLIO-CHECKIN-ID NOT = WS-FROM-CHECKIN-ID
               DISPLAY "*** Line " WS-IN-LINE-ID " is not on stay "
                       WS-FROM-CHECKIN-ID " - not moved. ***"
               CLOSE FOLIO-FILE
               EXIT PARAGRAPH
           END-IF
           IF FOLIO-STATUS NOT = 'Open'
               DISPLAY "*** Line " WS-IN-LINE-ID " is "
                       FUNCTION TRIM(FOLIO-STATUS)
                       " - only open lines can be moved. ***"
               CLOSE FOLIO-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE FOLIO-LINE-ID TO WS-HOLD-LINE-ID
           MOVE FOLIO-POST-DATE TO WS-HOLD-POST-DATE
           MOVE FOLIO-SVC-CODE TO WS-HOLD-SVC-CODE
           MOVE FOLIO-SVC-DESC TO WS-HOLD-SVC-DESC
           MOVE FOLIO-SVC-PRICE TO WS-HOLD-SVC-PRICE
           MOVE FOLIO-SIGN TO WS-HOLD-SIGN
           MOVE FOLIO-REASON-CODE TO WS-HOLD-REASON-CODE
           MOVE FOLIO-APPROVED-BY TO WS-HOLD-APPROVED-BY
           MOVE FOLIO-POSTED-BY TO WS-HOLD-POSTED-BY
           MOVE 'Xfer-Out' TO FOLIO-STATUS
           REWRITE FOLIO-RECORD
           CLOSE FOLIO-FILE

           PERFORM GENERATE-NEXT-FOLIO-ID
           PERFORM OPEN-FOLIO-FILE
           MOVE WS-NEXT-FOLIO-ID TO FOLIO-LINE-ID
           MOVE WS-TO-CHECKIN-ID TO FOLIO-CHECKIN-ID
           MOVE WS-TO-ROOM-ID TO FOLIO-ROOM-ID
           MOVE WS-HOLD-SVC-CODE TO FOLIO-SVC-CODE
           MOVE WS-HOLD-SVC-DESC TO FOLIO-SVC-DESC
           MOVE WS-HOLD-SVC-PRICE TO FOLIO-SVC-PRICE
           MOVE WS-HOLD-POST-DATE TO FOLIO-POST-DATE
           MOVE WS-HOLD-POSTED-BY TO FOLIO-POSTED-BY
           MOVE WS-HOLD-SIGN TO FOLIO-SIGN
           MOVE WS-HOLD-REASON-CODE TO FOLIO-REASON-CODE
           MOVE WS-HOLD-APPROVED-BY TO FOLIO-APPROVED-BY
           MOVE 'Open' TO FOLIO-STATUS
           WRITE FOLIO-RECORD
           CLOSE FOLIO-FILE

           PERFORM GENERATE-NEXT-XF-ID
           PERFORM OPEN-FOLIOXFER-FILE
           INITIALIZE FOLIOXFER-RECORD
           MOVE WS-NEXT-XF-ID TO XF-ID
           MOVE WS-CURRENT-DATE-NUM TO XF-DATE
           MOVE WS-CURRENT-TIME-NUM TO XF-TIME
           MOVE WS-FROM-CHECKIN-ID TO XF-FROM-CHECKIN
           MOVE WS-FROM-ROOM-ID TO XF-FROM-ROOM
           MOVE WS-HOLD-LINE-ID TO XF-FROM-LINE-ID
           MOVE WS-TO-CHECKIN-ID TO XF-TO-CHECKIN
           MOVE WS-TO-ROOM-ID TO XF-TO-ROOM
           MOVE WS-NEXT-FOLIO-ID TO XF-TO-LINE-ID
           MOVE WS-HOLD-SVC-CODE TO XF-SVC-CODE
           MOVE WS-HOLD-SVC-DESC TO XF-SVC-DESC
           MOVE WS-HOLD-SVC-PRICE TO XF-AMOUNT
           MOVE WS-HOLD-SIGN TO XF-SIGN
           MOVE WS-REASON TO XF-REASON
           MOVE WS-OPERATOR-ID TO XF-OPERATOR
           MOVE WS-PROPERTY TO XF-PROPERTY
           WRITE FOLIOXFER-RECORD
           CLOSE FOLIOXFER-FILE

           ADD 1 TO WS-MOVED-COUNT
           IF WS-HOLD-SIGN = 'C'
               SUBTRACT WS-HOLD-SVC-PRICE FROM WS-MOVED-TOTAL
           ELSE
               ADD WS-HOLD-SVC-PRICE TO WS-MOVED-TOTAL
           END-IF
           DISPLAY "Line " WS-HOLD-LINE-ID " moved - now line "
                   WS-NEXT-FOLIO-ID " on stay " WS-TO-CHECKIN-ID
                   " (transfer " WS-NEXT-XF-ID ")".

       *> Find the open stay for a room number, the same search
       *> postFolio uses.
       FIND-ACTIVE-STAY-BY-ROOM.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Enter Room Number: "
           ACCEPT WS-SEARCH-ROOM-ID

           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-ERROR
               DISPLAY "No check-in records on file."
               CLOSE CHECKINOUT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ROOM-ID-IO = WS-SEARCH-ROOM-ID AND
                          CHECKOUT-FLAG = 'N'
                           MOVE 'Y' TO WS-FOUND
                           MOVE CHECKIN-ID TO WS-STAY-CHECKIN-ID
                           MOVE ROOM-ID-IO TO WS-STAY-ROOM-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE

           IF WS-FOUND = 'N'
               DISPLAY "No active check-in found for room "
                       WS-SEARCH-ROOM-ID
           ELSE
               DISPLAY "Stay " WS-STAY-CHECKIN-ID " in room "
                       WS-STAY-ROOM-ID
           END-IF.

       *> Show the open lines on the giving stay so the operator can
       *> pick them by number.
       LIST-OPEN-LINES.
           MOVE 0 TO WS-OPEN-LINE-COUNT
           OPEN INPUT FOLIO-FILE
           IF FOLIO-FILE-ERROR
               CLOSE FOLIO-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LINE   DATE      CODE        DESCRIPTION"
                   "               AMOUNT"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLIO-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FOLIO-CHECKIN-ID = WS-FROM-CHECKIN-ID
                          AND FOLIO-STATUS = 'Open'
                           ADD 1 TO WS-OPEN-LINE-COUNT
                           MOVE FOLIO-SVC-PRICE TO WS-FORMATTED-PRICE
                           IF FOLIO-SIGN = 'C'
                               DISPLAY FOLIO-LINE-ID "  "
                                       FOLIO-POST-DATE "  "
                                       FOLIO-SVC-CODE "  "
                                       FOLIO-SVC-DESC "  -"
                                       WS-FORMATTED-PRICE " CR"
                           ELSE
                               DISPLAY FOLIO-LINE-ID "  "
                                       FOLIO-POST-DATE "  "
                                       FOLIO-SVC-CODE "  "
                                       FOLIO-SVC-DESC "  "
                                       WS-FORMATTED-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLIO-FILE.

       *> Once a bill has been raised for a stay its folio is closed
       *> to further charges, so nothing may be moved onto it.
       CHECK-TO-STAY-INVOICED.
           MOVE 'N' TO WS-TO-INVOICED
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-ERROR
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-CHECKIN-ID TO CHECKIN-ID-IV
           READ INVOICES-FILE KEY IS CHECKIN-ID-IV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TO-INVOICED
           END-READ
           CLOSE INVOICES-FILE.

      *****************************************************************
      * DAILY TRANSFER REPORT
      * Every move journalled on the date asked for, with both stays,
      * both line numbers, the amount, operator and reason, written
      * to FOLIOXFER.RPT for the night auditor.
      *****************************************************************
       DAILY-TRANSFER-REPORT.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           DISPLAY "Transfer date YYYYMMDD (0 = today): "
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-IN-DATE
           END-IF

           MOVE 0 TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-OUT-TOTAL
           MOVE 0 TO WS-RPT-CR-TOTAL
           OPEN OUTPUT XFER-REPORT-FILE
           MOVE SPACES TO XR-LINE
           STRING "FOLIO TRANSFERS FOR " WS-IN-DATE
               "   RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO XR-LINE
           WRITE XR-LINE
           MOVE ALL "=" TO XR-LINE
           WRITE XR-LINE
           MOVE SPACES TO XR-LINE
           STRING "XFER  TIME   FROM STAY ROOM  LINE   "
               "TO STAY ROOM  LINE   CODE       "
               "   AMOUNT    OPER  REASON"
               DELIMITED BY SIZE INTO XR-LINE
           WRITE XR-LINE
           MOVE ALL "-" TO XR-LINE
           WRITE XR-LINE
           DISPLAY "Folio transfers for " WS-IN-DATE

           OPEN INPUT FOLIOXFER-FILE
           IF XF-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FOLIOXFER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF XF-DATE = WS-IN-DATE
                               PERFORM REPORT-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FOLIOXFER-FILE

           MOVE ALL "-" TO XR-LINE
           WRITE XR-LINE
           MOVE SPACES TO XR-LINE
           MOVE WS-RPT-OUT-TOTAL TO WS-TOTAL-EDIT
           STRING "TRANSFERS: " WS-RPT-COUNT
               "   CHARGES MOVED: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO XR-LINE
           MOVE WS-RPT-CR-TOTAL TO WS-TOTAL-EDIT
           STRING "   CREDITS MOVED: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO XR-LINE(49:)
           WRITE XR-LINE
           CLOSE XFER-REPORT-FILE

           MOVE 'FOLIOXFER' TO RCA-REPORT-NAME
           MOVE '../DATA/FOLIOXFER.RPT' TO RCA-REPORT-FILE
           MOVE WS-IN-DATE TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           IF WS-RPT-COUNT = 0
               DISPLAY "No folio transfers on " WS-IN-DATE
           ELSE
               DISPLAY WS-RPT-COUNT " transfer(s) listed."
           END-IF
           DISPLAY "Report written to FOLIOXFER.RPT".

       REPORT-ONE-TRANSFER.
           ADD 1 TO WS-RPT-COUNT
           MOVE XF-AMOUNT TO WS-AMOUNT-EDIT
           IF XF-SIGN = 'C'
               MOVE 'CR' TO WS-CR-TEXT
               ADD XF-AMOUNT TO WS-RPT-CR-TOTAL
           ELSE
               MOVE SPACES TO WS-CR-TEXT
               ADD XF-AMOUNT TO WS-RPT-OUT-TOTAL
           END-IF
           MOVE SPACES TO WS-TIME-EDIT
           STRING XF-TIME(1:2) ":" XF-TIME(3:2)
               DELIMITED BY SIZE INTO WS-TIME-EDIT
           MOVE SPACES TO XR-LINE
           STRING XF-ID " " WS-TIME-EDIT "  "
               XF-FROM-CHECKIN "     " XF-FROM-ROOM " "
               XF-FROM-LINE-ID "  "
               XF-TO-CHECKIN "   " XF-TO-ROOM " "
               XF-TO-LINE-ID "  "
               XF-SVC-CODE " " WS-AMOUNT-EDIT " " WS-CR-TEXT " "
               XF-OPERATOR " " XF-REASON
               DELIMITED BY SIZE INTO XR-LINE
           WRITE XR-LINE
           DISPLAY XF-ID " " WS-TIME-EDIT " room " XF-FROM-ROOM
                   " -> " XF-TO-ROOM "  " XF-SVC-CODE " "
                   WS-AMOUNT-EDIT " " WS-CR-TEXT " "
                   XF-OPERATOR " " FUNCTION TRIM(XF-REASON).

      *****************************************************************
      * FILE AND ID PROCEDURES
      *****************************************************************
       OPEN-FOLIO-FILE.
           OPEN I-O FOLIO-FILE
           IF FOLIO-FILE-ERROR
               CLOSE FOLIO-FILE
               OPEN OUTPUT FOLIO-FILE
               CLOSE FOLIO-FILE
               OPEN I-O FOLIO-FILE
           END-IF.

       OPEN-FOLIOXFER-FILE.
           OPEN I-O FOLIOXFER-FILE
           IF XF-FILE-ERROR
               CLOSE FOLIOXFER-FILE
               OPEN OUTPUT FOLIOXFER-FILE
               CLOSE FOLIOXFER-FILE
               OPEN I-O FOLIOXFER-FILE
           END-IF.

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

       GENERATE-NEXT-FOLIO-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'FOLIO' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-FOLIO-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-FOLIO-ID
           CLOSE COUNTERS-FILE.

       *> First use of the FOLIO counter - seed it from the highest
       *> FOLIO-LINE-ID already on file so IDs stay unique.
       SEED-FOLIO-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT FOLIO-FILE
           IF FOLIO-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ FOLIO-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF FOLIO-LINE-ID > COUNTER-NEXT-ID
                               MOVE FOLIO-LINE-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FOLIO-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'FOLIO' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       GENERATE-NEXT-XF-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'FOLIOXFER' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-XF-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-XF-ID
           CLOSE COUNTERS-FILE.

       SEED-XF-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT FOLIOXFER-FILE
           IF XF-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ FOLIOXFER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF XF-ID > COUNTER-NEXT-ID
                               MOVE XF-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FOLIOXFER-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'FOLIOXFER' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           MOVE 'MAIN' TO WS-PROPERTY
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
                       IF SESSION-PROPERTY NOT = SPACES
                           MOVE SESSION-PROPERTY TO WS-PROPERTY
                       END-IF
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM folioTransfer.
