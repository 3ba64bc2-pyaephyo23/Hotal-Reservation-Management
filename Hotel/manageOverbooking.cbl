               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

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
               DELIMITED BY SIZE INTO XP-LINE
           WRITE XP-LINE
           CLOSE EXPOSURE-REPORT-FILE
           MOVE 'EXPOSURE' TO RCA-REPORT-NAME
           MOVE '../DATA/EXPOSURE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Nights oversold beyond physical: "
                   WS-OVERSOLD-COUNT
