               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               DELIMITED BY SIZE INTO RB-LINE
           WRITE RB-LINE
           CLOSE REBUILD-REPORT-FILE
           MOVE 'AVAILREBUILD' TO RCA-REPORT-NAME
           MOVE '../DATA/AVAILREBUILD.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Availability cells: " WS-CELL-COUNT
                   "  drift corrected: " WS-DRIFT-COUNT
           MOVE 'N' TO WS-EOF.

       TALLY-ONE-BOOKING.
           *> A sharer's booking rides on the principal's room -
           *> the room is counted once, on the principal.
           IF SHARE-ROLE-BK = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOOKING-ROOM-TYPE
           IF WS-SEEK-TYPE = SPACES
               EXIT PARAGRAPH
