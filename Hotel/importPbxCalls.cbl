      * a chit drawer. The processed feed is renamed PBXFEED.DONE so
      * a rerun can never bill the same calls twice. Same shape as
      * the restaurant POS feed in importPosCharges.
      * The same switchboard logs the status codes attendants dial
      * from a room phone once they have finished it - 71 cleaned,
      * 73 maintenance needed - with the attendant's operator
      * number, in PBXHKLOG.DAT. The old 72 "inspected" code is
      * refused: a room is only Inspected through the inspection
      * checklist in roomInspection.
      * That log moves HOUSEKEEPING-STATUS on ROOMS.DAT straight
      * away and opens a work order for 73; codes from occupied
      * rooms, unknown attendants or rooms, and statuses that would
      * go backwards go on PBXHKEXC.RPT and change nothing.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
               '../DATA/PBXEXCEPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HK-LOG-FILE ASSIGN TO '../DATA/PBXHKLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HKL-FILE-STATUS.
           SELECT HK-EXCEPTION-FILE ASSIGN TO '../DATA/PBXHKEXC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REPORT-FILE.
       01  PX-LINE                 PIC X(90).

       FD  HK-LOG-FILE.
       01  HK-LOG-LINE.
           05 HL-EXTENSION         PIC X(5).
           05 FILLER               PIC X.
           05 HL-CODE              PIC X(2).
           05 FILLER               PIC X.
           05 HL-ATTENDANT         PIC X(5).
           05 FILLER               PIC X.
           05 HL-TIMESTAMP         PIC X(14).

       FD  HK-EXCEPTION-FILE.
       01  HX-LINE                 PIC X(90).

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  OPERATORS-FILE.
       COPY "./CopyBooks/OPERATORS.cpy".

       FD  WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PBX-FILE-STATUS      PIC 99.
           88 PBX-FILE-OK          VALUE 00.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-HKL-FILE-STATUS      PIC 99.
           88 HKL-FILE-OK          VALUE 00.
           88 HKL-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-OP-FILE-STATUS       PIC 99.
           88 OP-FILE-OK           VALUE 00.
           88 OP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-WO-FILE-STATUS       PIC 99.
           88 WO-FILE-OK           VALUE 00.
           88 WO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.

       01  WS-CHOICE               PIC 9.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.

       01  WS-MAP-EXTENSION        PIC X(5).
       01  WS-CALL-ROOM-ID         PIC X(5).
       01  WS-STAY-FOUND           PIC X.
       01  WS-POST-CHECKIN-ID      PIC 9(5).
       01  WS-IN-DESC              PIC X(20).
       01  WS-IN-RATE              PIC 9(5).

       *> Room-phone housekeeping codes
       01  WS-HK-CODE-COUNT        PIC 9(5) VALUE 0.
       01  WS-HK-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01  WS-HK-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-HK-ORDER-COUNT       PIC 9(5) VALUE 0.
       01  WS-HK-REASON            PIC X(30).
       01  WS-HK-NEW-STATUS        PIC X(10).
       01  WS-HK-OLD-RANK          PIC 9.
       01  WS-HK-NEW-RANK          PIC 9.
       01  WS-ATTENDANT-ROLE       PIC X(10).
       01  WS-ATTENDANT-FOUND      PIC X.
       01  WS-WO-SEED-EOF          PIC X.
       01  WS-NEXT-WO-ID           PIC 9(5).

       01  WS-OLD-PATH             PIC X(30).
       01  WS-NEW-PATH             PIC X(30).
       01  WS-CALL-STATUS          PIC S9(9) COMP.
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DISPLAY "=========================================="
               DISPLAY "1. Import and post call feed"
               DISPLAY "2. Maintain call tariffs"
               DISPLAY "3. Import room-phone housekeeping codes"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
                       PERFORM IMPORT-CALL-FEED
                   WHEN 2
                       PERFORM TARIFF-MENU
                   WHEN 3
                       PERFORM IMPORT-HK-STATUS-LOG
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
               DELIMITED BY SIZE INTO PX-LINE
           WRITE PX-LINE
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'PBXEXCEPT' TO RCA-REPORT-NAME
           MOVE '../DATA/PBXEXCEPT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           PERFORM RETIRE-PROCESSED-FEED

               EXIT PARAGRAPH
           END-IF

           MOVE PB-EXTENSION TO WS-MAP-EXTENSION
           PERFORM MAP-EXTENSION-TO-ROOM
           PERFORM FIND-OPEN-STAY-FOR-ROOM
           IF WS-STAY-FOUND = 'N'
       *> extension with no map line is taken as the room id itself,
       *> which is how most of the house wiring is labelled anyway.
       MAP-EXTENSION-TO-ROOM.
           MOVE WS-MAP-EXTENSION TO WS-CALL-ROOM-ID
           OPEN INPUT PBX-EXT-FILE
           IF EXT-FILE-ERROR
               CLOSE PBX-EXT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PE-EXTENSION = WS-MAP-EXTENSION
                           MOVE PE-ROOM-ID TO WS-CALL-ROOM-ID
                           MOVE 'Y' TO WS-EOF
                       END-IF
                       "hand before the next run."
           END-IF.

      *****************************************************************
      * ROOM-PHONE HOUSEKEEPING STATUS CODES (PBXHKLOG.DAT)
      * Applied in the order the switchboard logged them. A status
      * only moves forward - Dirty, Clean, Inspected - so a late
      * "cleaned" after a supervisor's "inspected" is reported, not
      * applied. The log is renamed PBXHKLOG.DONE once read.
      *****************************************************************
       IMPORT-HK-STATUS-LOG.
           MOVE 0 TO WS-HK-CODE-COUNT
           MOVE 0 TO WS-HK-APPLIED-COUNT
           MOVE 0 TO WS-HK-REJECT-COUNT
           MOVE 0 TO WS-HK-ORDER-COUNT

           OPEN INPUT HK-LOG-FILE
           IF HKL-FILE-ERROR
               DISPLAY "No PBXHKLOG.DAT on hand - nothing to apply."
               CLOSE HK-LOG-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HK-EXCEPTION-FILE
           MOVE "ROOM-PHONE HOUSEKEEPING CODE EXCEPTION REPORT"
               TO HX-LINE
           WRITE HX-LINE
           MOVE ALL "-" TO HX-LINE
           WRITE HX-LINE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HK-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HK-LOG-LINE NOT = SPACES
                           ADD 1 TO WS-HK-CODE-COUNT
                           PERFORM APPLY-ONE-HK-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HK-LOG-FILE

           MOVE ALL "-" TO HX-LINE
           WRITE HX-LINE
           MOVE SPACES TO HX-LINE
           STRING "CODES: " WS-HK-CODE-COUNT
               "  APPLIED: " WS-HK-APPLIED-COUNT
               "  WORK ORDERS: " WS-HK-ORDER-COUNT
               "  REJECTED: " WS-HK-REJECT-COUNT
               DELIMITED BY SIZE INTO HX-LINE
           WRITE HX-LINE
           CLOSE HK-EXCEPTION-FILE
           MOVE 'PBXHKEXC' TO RCA-REPORT-NAME
           MOVE '../DATA/PBXHKEXC.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           MOVE '../DATA/PBXHKLOG.DONE' TO WS-NEW-PATH
           CALL 'CBL_DELETE_FILE' USING WS-NEW-PATH
               RETURNING WS-CALL-STATUS
           MOVE '../DATA/PBXHKLOG.DAT' TO WS-OLD-PATH
           CALL 'CBL_RENAME_FILE' USING WS-OLD-PATH WS-NEW-PATH
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               DISPLAY "Could not retire PBXHKLOG.DAT - remove it by "
                       "hand before the next run."
           END-IF

           DISPLAY "Codes read  : " WS-HK-CODE-COUNT
           DISPLAY "Applied     : " WS-HK-APPLIED-COUNT
           DISPLAY "Work orders : " WS-HK-ORDER-COUNT
           DISPLAY "Rejected    : " WS-HK-REJECT-COUNT
           DISPLAY "Exceptions written to PBXHKEXC.RPT".

       APPLY-ONE-HK-CODE.
           MOVE SPACES TO WS-HK-REASON
           MOVE HL-EXTENSION TO WS-MAP-EXTENSION
           PERFORM MAP-EXTENSION-TO-ROOM

           EVALUATE HL-CODE
               WHEN '71'
                   MOVE 'Clean' TO WS-HK-NEW-STATUS
                   MOVE 2 TO WS-HK-NEW-RANK
               WHEN '72'
                   MOVE "INSPECT VIA CHECKLIST" TO WS-HK-REASON
                   PERFORM REJECT-HK-CODE
                   EXIT PARAGRAPH
               WHEN '73'
                   MOVE SPACES TO WS-HK-NEW-STATUS
                   MOVE 0 TO WS-HK-NEW-RANK
               WHEN OTHER
                   MOVE "UNKNOWN STATUS CODE" TO WS-HK-REASON
                   PERFORM REJECT-HK-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM FIND-ATTENDANT
           IF WS-ATTENDANT-FOUND = 'N'
               MOVE "UNKNOWN ATTENDANT" TO WS-HK-REASON
               PERFORM REJECT-HK-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OPEN-STAY-FOR-ROOM
           IF WS-STAY-FOUND = 'Y'
               MOVE "ROOM IS OCCUPIED" TO WS-HK-REASON
               PERFORM REJECT-HK-CODE
               EXIT PARAGRAPH
           END-IF

           IF HL-CODE = '73'
               PERFORM RAISE-HK-WORK-ORDER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ROOMS-FILE
           MOVE WS-CALL-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   MOVE "UNKNOWN ROOM" TO WS-HK-REASON
               NOT INVALID KEY
                   EVALUATE FUNCTION TRIM(HOUSEKEEPING-STATUS)
                       WHEN 'Inspected'
                           MOVE 3 TO WS-HK-OLD-RANK
                       WHEN 'Clean'
                           MOVE 2 TO WS-HK-OLD-RANK
                       WHEN OTHER
                           MOVE 1 TO WS-HK-OLD-RANK
                   END-EVALUATE
                   IF WS-HK-NEW-RANK < WS-HK-OLD-RANK
                       STRING "BACKWARDS FROM "
                           HOUSEKEEPING-STATUS
                           DELIMITED BY SIZE INTO WS-HK-REASON
                   ELSE
                       MOVE WS-HK-NEW-STATUS TO HOUSEKEEPING-STATUS
                       REWRITE ROOMS-RECORD
                       ADD 1 TO WS-HK-APPLIED-COUNT
                   END-IF
           END-READ
           CLOSE ROOMS-FILE
           IF WS-HK-REASON NOT = SPACES
               PERFORM REJECT-HK-CODE
           END-IF.

       FIND-ATTENDANT.
           MOVE 'N' TO WS-ATTENDANT-FOUND
           MOVE SPACES TO WS-ATTENDANT-ROLE
           OPEN INPUT OPERATORS-FILE
           IF OP-FILE-ERROR
               CLOSE OPERATORS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE HL-ATTENDANT TO OP-ID
           READ OPERATORS-FILE KEY IS OP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(OP-STATUS) = 'Active'
                       MOVE 'Y' TO WS-ATTENDANT-FOUND
                       MOVE OP-ROLE TO WS-ATTENDANT-ROLE
                   END-IF
           END-READ
           CLOSE OPERATORS-FILE.

       *> The room stays in service - engineering decides whether
       *> the fault needs it taken out.
       RAISE-HK-WORK-ORDER.
           OPEN INPUT ROOMS-FILE
           MOVE WS-CALL-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   MOVE "UNKNOWN ROOM" TO WS-HK-REASON
           END-READ
           CLOSE ROOMS-FILE
           IF WS-HK-REASON NOT = SPACES
               PERFORM REJECT-HK-CODE
               EXIT PARAGRAPH
           END-IF

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
           MOVE WS-CALL-ROOM-ID TO WO-ROOM-ID
           STRING "Room phone 73 by " HL-ATTENDANT
               DELIMITED BY SIZE INTO WO-FAULT-DESC
           MOVE SPACES TO WO-ENGINEER
           MOVE ZEROS TO WO-PARTS-COST
           MOVE 'Normal' TO WO-PRIORITY
           MOVE 'Other' TO WO-FAULT-CATEGORY
           MOVE SPACES TO WO-PM-TASK
           MOVE ZEROS TO WO-DUE-DATE
           MOVE ZEROS TO WO-PLANNED-DATE
           MOVE SPACES TO WO-ASSET-TAG
           MOVE 'Open' TO WO-STATUS
           MOVE WS-CURRENT-DATE-NUM TO WO-OPENED-DATE
           MOVE ZEROS TO WO-CLOSED-DATE
           WRITE WORKORDER-RECORD
           CLOSE WORKORDER-FILE
           ADD 1 TO WS-HK-ORDER-COUNT
           MOVE SPACES TO HX-LINE
           STRING "ORDER  ROOM " WS-CALL-ROOM-ID " ATT " HL-ATTENDANT
               " AT " HL-TIMESTAMP " - WORK ORDER " WS-NEXT-WO-ID
               DELIMITED BY SIZE INTO HX-LINE
           WRITE HX-LINE.

       REJECT-HK-CODE.
           ADD 1 TO WS-HK-REJECT-COUNT
           MOVE SPACES TO HX-LINE
           STRING "REJECT ROOM " WS-CALL-ROOM-ID " CODE " HL-CODE
               " ATT " HL-ATTENDANT " AT " HL-TIMESTAMP " - "
               WS-HK-REASON
               DELIMITED BY SIZE INTO HX-LINE
           WRITE HX-LINE.

      *****************************************************************
      * TARIFF MAINTENANCE (PBXTARIFF.DAT)
      * Destination prefixes and per-minute rates, longest prefix
           MOVE 'FOLIO' TO COUNTER-NAME
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

       END PROGRAM importPbxCalls.
