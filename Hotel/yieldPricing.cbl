      * days discount 10%. The proposals are reported first; only
      * after the manager types YES are the RC-OVERRIDE-PRICE rows
      * written, one per type and night, where bookRoom's
      * GET-SEASONAL-RATE already honors them. Each proposal is set
      * beside the competitor prices imported from the rate shop for
      * that type and night (lowest, median, highest, and where the
      * proposed price would rank us), so the manager sees the
      * market before saying YES. A night that falls on a city event
      * or holiday in EVENTS.DAT carries the event's impact and name
      * on its proposal line.
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY "./CopyBooks/RATECAL.cpy".

       FD  PROPOSAL-REPORT-FILE.
       01  YP-LINE                 PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-BK-FILE-STATUS       PIC 99.
       01  WS-NEW-PRICE            PIC 9(9).
       01  WS-APPLIED-COUNT        PIC 9(3) VALUE 0.

       *> Competitor set for each proposal, from the rate shop
       COPY "./CopyBooks/RSAREA.cpy".
       01  WS-COMP-TEXT            PIC X(60).

       *> City event on the proposal night
       COPY "./CopyBooks/EVENTAREA.cpy".
       01  WS-EVENT-MARK           PIC X(36).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Master-data journal call area
       COPY "./CopyBooks/MDJAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           CLOSE BOOKING-FILE.

       TALLY-ONE-BOOKING.
           *> A sharer's booking rides on the principal's room -
           *> the room is counted once, on the principal.
           IF SHARE-ROLE-BK = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOOKING-ROOM-TYPE
           IF WS-TYPE-FOUND = 'N'
               EXIT PARAGRAPH
               "  HI " WS-HI-THRESHOLD "%  LO " WS-LO-THRESHOLD "%"
               DELIMITED BY SIZE INTO YP-LINE
           WRITE YP-LINE
           MOVE SPACES TO YP-LINE
           STRING "TYPE        DATE      SOLD%  PROPOSED RATE  "
               "COMPS  COMP MIN    MEDIAN  COMP MAX RANK POSITION"
               "   EVENT"
               DELIMITED BY SIZE INTO YP-LINE
           WRITE YP-LINE
           MOVE ALL "-" TO YP-LINE
           WRITE YP-LINE
           MOVE 'L' TO EVA-MODE
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               PERFORM GET-COMPETITOR-SET
               PERFORM FIND-NIGHT-EVENT
               MOVE SPACES TO YP-LINE
               STRING WS-PR-TYPE(WS-PROP-IDX) "  "
                   WS-PR-DATE(WS-PROP-IDX) "  "
                   WS-PR-PCT(WS-PROP-IDX) "%   "
                   WS-PR-PRICE(WS-PROP-IDX) "     "
                   WS-COMP-TEXT(1:44) " " WS-EVENT-MARK
                   DELIMITED BY SIZE INTO YP-LINE
               WRITE YP-LINE
               DISPLAY WS-PR-TYPE(WS-PROP-IDX) " "
                       WS-PR-DATE(WS-PROP-IDX) " sold "
                       WS-PR-PCT(WS-PROP-IDX) "% -> "
                       WS-PR-PRICE(WS-PROP-IDX)
               IF RA-COMP-COUNT = 0
                   DISPLAY "    no rate-shop prices for this night"
               ELSE
                   DISPLAY "    comp set " RA-COMP-COUNT
                           " low " RA-MIN-PRICE
                           " median " RA-MEDIAN-PRICE
                           " high " RA-MAX-PRICE
                           " rank " RA-RANK " " RA-FLAG
               END-IF
               IF EVA-EVENT-FOUND
                   DISPLAY "    event " EVA-IMPACT " "
                           FUNCTION TRIM(EVA-EVENT-NAME) " "
                           EVA-START-DATE " - " EVA-END-DATE
               END-IF
           END-PERFORM
           CLOSE PROPOSAL-REPORT-FILE
           MOVE 'YIELD' TO RCA-REPORT-NAME
           MOVE '../DATA/YIELD.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       *> The competitor figures are taken against the proposed
       *> price, so RANK is where the new rate would put us.
       GET-COMPETITOR-SET.
           MOVE WS-PR-TYPE(WS-PROP-IDX) TO RA-ROOM-TYPE
           MOVE WS-PR-DATE(WS-PROP-IDX) TO RA-DATE
           MOVE WS-PR-PRICE(WS-PROP-IDX) TO RA-OUR-PRICE
           CALL 'rateShopStats' USING RATE-SHOP-AREA
           MOVE SPACES TO WS-COMP-TEXT
           IF RA-COMP-COUNT = 0
               MOVE "NO SHOP DATA" TO WS-COMP-TEXT
           ELSE
               STRING RA-COMP-COUNT "  " RA-MIN-PRICE " "
                   RA-MEDIAN-PRICE " " RA-MAX-PRICE "  "
                   RA-RANK "  " RA-FLAG
                   DELIMITED BY SIZE INTO WS-COMP-TEXT
           END-IF.

       FIND-NIGHT-EVENT.
           MOVE SPACES TO WS-EVENT-MARK
           MOVE 'C' TO EVA-MODE
           MOVE WS-PR-DATE(WS-PROP-IDX) TO EVA-DATE-FROM
           MOVE WS-PR-DATE(WS-PROP-IDX) TO EVA-DATE-TO
           MOVE SPACES TO EVA-PROPERTY
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           IF EVA-EVENT-FOUND
               STRING "*" EVA-IMPACT-CODE "* " EVA-EVENT-NAME
                   DELIMITED BY SIZE INTO WS-EVENT-MARK
           END-IF.

       *> One RC row per approved night - GET-SEASONAL-RATE picks
       *> the first covering entry, so single-night rows keyed by
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               MOVE WS-PR-TYPE(WS-PROP-IDX) TO RC-ROOM-TYPE
               MOVE WS-PR-DATE(WS-PROP-IDX) TO RC-START-DATE
               READ RATECAL-FILE KEY IS RC-KEY
                   INVALID KEY
                       MOVE SPACES TO MJA-BEFORE
                       MOVE 'Add' TO MJA-ACTION
                       MOVE WS-PR-TYPE(WS-PROP-IDX) TO RC-ROOM-TYPE
                       MOVE WS-PR-DATE(WS-PROP-IDX) TO RC-START-DATE
                       MOVE WS-PR-DATE(WS-PROP-IDX) TO RC-END-DATE
                       MOVE WS-PR-PRICE(WS-PROP-IDX)
                           TO RC-OVERRIDE-PRICE
                       WRITE RATECAL-RECORD
                   NOT INVALID KEY
                       MOVE RATECAL-RECORD TO MJA-BEFORE
                       MOVE 'Change' TO MJA-ACTION
                       MOVE WS-PR-DATE(WS-PROP-IDX) TO RC-END-DATE
                       MOVE WS-PR-PRICE(WS-PROP-IDX)
                           TO RC-OVERRIDE-PRICE
                       REWRITE RATECAL-RECORD
               END-READ
               MOVE RATECAL-RECORD TO MJA-AFTER
               MOVE 'RATECAL' TO MJA-FILE
               MOVE RC-KEY TO MJA-KEY
               MOVE 'yieldPricing' TO MJA-PROGRAM
               CALL 'masterJournal' USING MASTER-JOURNAL-AREA
               ADD 1 TO WS-APPLIED-COUNT
           END-PERFORM
           CLOSE RATECAL-FILE.
