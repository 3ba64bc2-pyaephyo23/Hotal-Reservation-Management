       IDENTIFICATION DIVISION.
       PROGRAM-ID. importRateShop.

      *****************************************************************
      * COMPETITOR RATE-SHOP IMPORT AND CATEGORY MAP
      * The rate-shopping service drops COMPFEED.DAT once a day: one
      * line per competitor, stay date and room category with the
      * price that competitor was selling at. Each competitor names
      * its rooms its own way, so the category is translated to one
      * of our ROOMTYPES codes through RSMAP.DAT (competitor plus
      * their category); a category spelled exactly like one of our
      * type codes needs no map entry. Mapped prices land in
      * RATESHOP.DAT keyed by date, our type and competitor - a
      * later shop of the same night replaces the earlier price.
      * Lines that cannot be placed go to RSEXCEPT.RPT so the map
      * can be completed and the feed run again. The processed feed
      * is renamed COMPFEED.DONE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-FEED-FILE ASSIGN TO '../DATA/COMPFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT RATESHOP-FILE ASSIGN TO '../DATA/RATESHOP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RS-FILE-STATUS.
           SELECT RSMAP-FILE ASSIGN TO '../DATA/RSMAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT ROOM-TYPES-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE
               FILE STATUS IS WS-RT-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
               '../DATA/RSEXCEPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-FEED-FILE.
       01  COMP-FEED-LINE.
           05 CF-COMPETITOR        PIC X(15).
           05 FILLER               PIC X.
           05 CF-SHOP-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 CF-CATEGORY          PIC X(15).
           05 FILLER               PIC X.
           05 CF-PRICE             PIC X(9).

       FD  RATESHOP-FILE.
       COPY "./CopyBooks/RATESHOP.cpy".

       FD  RSMAP-FILE.
       COPY "./CopyBooks/RSMAP.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       FD  EXCEPTION-REPORT-FILE.
       01  RX-LINE                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CF-FILE-STATUS       PIC 99.
           88 CF-FILE-OK           VALUE 00.
           88 CF-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RS-FILE-STATUS       PIC 99.
           88 RS-FILE-OK           VALUE 00.
           88 RS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RM-FILE-STATUS       PIC 99.
           88 RM-FILE-OK           VALUE 00.
           88 RM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.

       01  WS-LINE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOADED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-MAPPED-TYPE          PIC X(10).
       01  WS-SHOP-DATE            PIC 9(8).
       01  WS-SHOP-PRICE           PIC 9(9).
       01  WS-CHECK-INTEGER        PIC 9(8).
       01  WS-CHECK-DATE           PIC 9(8).
       01  WS-IMPORT-STAMP         PIC X(14).
       01  WS-OLD-PATH             PIC X(30).
       01  WS-NEW-PATH             PIC X(30).
       01  WS-CALL-STATUS          PIC S9(9) COMP.

       01  WS-IN-COMPETITOR        PIC X(15).
       01  WS-IN-CATEGORY          PIC X(15).
       01  WS-IN-ROOM-TYPE         PIC X(10).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "      COMPETITOR RATE SHOP"
               DISPLAY "***********************************************"
               DISPLAY "1. Import the rate-shop feed (COMPFEED.DAT)"
               DISPLAY "2. List competitor category map"
               DISPLAY "3. Map a competitor category to a room type"
               DISPLAY "4. Remove a category map entry"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM IMPORT-RATE-SHOP
                   WHEN 2
                       PERFORM LIST-CATEGORY-MAP
                   WHEN 3
                       PERFORM UPSERT-CATEGORY-MAP
                   WHEN 4
                       PERFORM REMOVE-CATEGORY-MAP
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * FEED IMPORT
      *****************************************************************
       IMPORT-RATE-SHOP.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-REPLACED-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-IMPORT-STAMP

           OPEN INPUT COMP-FEED-FILE
           IF CF-FILE-ERROR
               DISPLAY "No COMPFEED.DAT on hand - nothing to import."
               CLOSE COMP-FEED-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RATESHOP-FILE
           IF RS-FILE-ERROR
               CLOSE RATESHOP-FILE
               OPEN OUTPUT RATESHOP-FILE
               CLOSE RATESHOP-FILE
               OPEN I-O RATESHOP-FILE
           END-IF
           OPEN INPUT RSMAP-FILE
           OPEN INPUT ROOM-TYPES-FILE

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE "RATE-SHOP IMPORT EXCEPTION REPORT" TO RX-LINE
           WRITE RX-LINE
           MOVE ALL "-" TO RX-LINE
           WRITE RX-LINE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMP-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COMP-FEED-LINE NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM LOAD-ONE-SHOP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMP-FEED-FILE
           CLOSE ROOM-TYPES-FILE
           CLOSE RSMAP-FILE
           CLOSE RATESHOP-FILE

           MOVE ALL "-" TO RX-LINE
           WRITE RX-LINE
           MOVE SPACES TO RX-LINE
           STRING "LINES: " WS-LINE-COUNT
               "  LOADED: " WS-LOADED-COUNT
               "  REPLACED: " WS-REPLACED-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RX-LINE
           WRITE RX-LINE
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'RSEXCEPT' TO RCA-REPORT-NAME
           MOVE '../DATA/RSEXCEPT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           PERFORM RETIRE-PROCESSED-FEED

           DISPLAY "Lines read   : " WS-LINE-COUNT
           DISPLAY "Loaded       : " WS-LOADED-COUNT
           DISPLAY "  of which replaced an earlier shop: "
                   WS-REPLACED-COUNT
           DISPLAY "Rejected     : " WS-REJECT-COUNT
           DISPLAY "Exceptions written to RSEXCEPT.RPT".

       LOAD-ONE-SHOP-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(CF-COMPETITOR) TO CF-COMPETITOR
           MOVE FUNCTION UPPER-CASE(CF-CATEGORY) TO CF-CATEGORY
           EVALUATE TRUE
               WHEN CF-COMPETITOR = SPACES
                   MOVE "NO COMPETITOR NAME" TO WS-REJECT-REASON
               WHEN CF-PRICE IS NOT NUMERIC
                   MOVE "PRICE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-SHOP-DATE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE CF-PRICE TO WS-SHOP-PRICE
               IF WS-SHOP-PRICE = 0
                   MOVE "ZERO PRICE (SOLD OUT?)" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM MAP-SHOP-CATEGORY
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO RX-LINE
               STRING "REJECT " CF-COMPETITOR " " CF-SHOP-DATE " "
                   CF-CATEGORY " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RX-LINE
               WRITE RX-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SHOP-DATE TO RS-SHOP-DATE
           MOVE WS-MAPPED-TYPE TO RS-ROOM-TYPE
           MOVE CF-COMPETITOR TO RS-COMPETITOR
           MOVE CF-CATEGORY TO RS-COMP-CATEGORY
           MOVE WS-SHOP-PRICE TO RS-PRICE
           MOVE WS-IMPORT-STAMP TO RS-IMPORTED-AT
           WRITE RATE-SHOP-RECORD
               INVALID KEY
                   REWRITE RATE-SHOP-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT.

       *> A date that does not survive the round trip through the
       *> day count (Feb 30, month 13) is not a real night.
       CHECK-SHOP-DATE.
           IF CF-SHOP-DATE IS NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CF-SHOP-DATE TO WS-SHOP-DATE
           IF WS-SHOP-DATE(5:2) < '01' OR WS-SHOP-DATE(5:2) > '12'
              OR WS-SHOP-DATE(7:2) < '01' OR WS-SHOP-DATE(7:2) > '31'
              OR WS-SHOP-DATE < 16010101
               MOVE "INVALID DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHECK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SHOP-DATE)
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
           IF WS-CHECK-DATE NOT = WS-SHOP-DATE
               MOVE "INVALID DATE" TO WS-REJECT-REASON
           END-IF.

       MAP-SHOP-CATEGORY.
           MOVE SPACES TO WS-MAPPED-TYPE
           IF RM-FILE-OK
               MOVE CF-COMPETITOR TO RM-COMPETITOR
               MOVE CF-CATEGORY TO RM-CATEGORY
               READ RSMAP-FILE KEY IS RM-KEY
                   NOT INVALID KEY
                       MOVE RM-ROOM-TYPE TO WS-MAPPED-TYPE
               END-READ
           END-IF
           IF WS-MAPPED-TYPE = SPACES
               MOVE CF-CATEGORY TO WS-MAPPED-TYPE
           END-IF
           IF RT-FILE-OK
               MOVE WS-MAPPED-TYPE TO ROOM-TYPE-CODE
               READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
                   INVALID KEY
                       MOVE "CATEGORY NOT MAPPED" TO WS-REJECT-REASON
               END-READ
           ELSE
               MOVE "NO ROOM TYPES ON FILE" TO WS-REJECT-REASON
           END-IF.

       RETIRE-PROCESSED-FEED.
           MOVE '../DATA/COMPFEED.DONE' TO WS-NEW-PATH
           CALL 'CBL_DELETE_FILE' USING WS-NEW-PATH
               RETURNING WS-CALL-STATUS
           MOVE '../DATA/COMPFEED.DAT' TO WS-OLD-PATH
           CALL 'CBL_RENAME_FILE' USING WS-OLD-PATH WS-NEW-PATH
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               DISPLAY "Could not retire COMPFEED.DAT - remove it by "
                       "hand before the next run."
           END-IF.

      *****************************************************************
      * CATEGORY MAP MAINTENANCE
      *****************************************************************
       LIST-CATEGORY-MAP.
           OPEN INPUT RSMAP-FILE
           IF RM-FILE-ERROR
               DISPLAY "No competitor categories mapped yet."
               CLOSE RSMAP-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPETITOR      THEIR CATEGORY  OUR TYPE    BY"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RSMAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY RM-COMPETITOR " " RM-CATEGORY " "
                               RM-ROOM-TYPE "  " RM-MAPPED-BY
               END-READ
           END-PERFORM
           CLOSE RSMAP-FILE.

       UPSERT-CATEGORY-MAP.
           PERFORM ACCEPT-MAP-KEY
           IF WS-IN-COMPETITOR = SPACES OR WS-IN-CATEGORY = SPACES
               DISPLAY "Competitor and category are both required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Our room type code: "
           ACCEPT WS-IN-ROOM-TYPE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-ROOM-TYPE))
               TO WS-IN-ROOM-TYPE
           OPEN INPUT ROOM-TYPES-FILE
           IF RT-FILE-ERROR
               DISPLAY "No room types on file."
               CLOSE ROOM-TYPES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ROOM-TYPE TO ROOM-TYPE-CODE
           READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
               INVALID KEY
                   MOVE SPACES TO WS-IN-ROOM-TYPE
           END-READ
           CLOSE ROOM-TYPES-FILE
           IF WS-IN-ROOM-TYPE = SPACES
               DISPLAY "Room type not found."
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-SESSION-OPERATOR
           OPEN I-O RSMAP-FILE
           IF RM-FILE-ERROR
               CLOSE RSMAP-FILE
               OPEN OUTPUT RSMAP-FILE
               CLOSE RSMAP-FILE
               OPEN I-O RSMAP-FILE
           END-IF
           MOVE WS-IN-COMPETITOR TO RM-COMPETITOR
           MOVE WS-IN-CATEGORY TO RM-CATEGORY
           MOVE WS-IN-ROOM-TYPE TO RM-ROOM-TYPE
           MOVE WS-OPERATOR-ID TO RM-MAPPED-BY
           WRITE RATE-SHOP-MAP-RECORD
               INVALID KEY
                   REWRITE RATE-SHOP-MAP-RECORD
           END-WRITE
           CLOSE RSMAP-FILE
           DISPLAY FUNCTION TRIM(WS-IN-COMPETITOR) " "
                   FUNCTION TRIM(WS-IN-CATEGORY) " now maps to "
                   WS-IN-ROOM-TYPE.

       REMOVE-CATEGORY-MAP.
           PERFORM ACCEPT-MAP-KEY
           OPEN I-O RSMAP-FILE
           IF RM-FILE-ERROR
               DISPLAY "No competitor categories mapped yet."
               CLOSE RSMAP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-COMPETITOR TO RM-COMPETITOR
           MOVE WS-IN-CATEGORY TO RM-CATEGORY
           DELETE RSMAP-FILE
               INVALID KEY
                   DISPLAY "No such map entry."
               NOT INVALID KEY
                   DISPLAY "Map entry removed."
           END-DELETE
           CLOSE RSMAP-FILE.

       ACCEPT-MAP-KEY.
           DISPLAY "Competitor (as named in the feed): "
           ACCEPT WS-IN-COMPETITOR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-COMPETITOR))
               TO WS-IN-COMPETITOR
           DISPLAY "Their room category (as in the feed): "
           ACCEPT WS-IN-CATEGORY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CATEGORY))
               TO WS-IN-CATEGORY.

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

       END PROGRAM importRateShop.
