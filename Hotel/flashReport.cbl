      *****************************************************************
      * DAILY FLASH REPORT
      * The owner's one-pager for 8 a.m.: yesterday and month-to-date
      * occupancy percent, ADR (room revenue over rooms sold - comp
      * and house-use rooms occupy but are not sold), RevPAR
      * (room revenue over rooms available net of Out-of-Service),
      * arrivals, departures and payments by method - all off
      * DAILYSTAT.DAT, with the available-room base counted from the
       01  WS-Y-ARRIVALS           PIC 9(5) VALUE 0.
       01  WS-Y-DEPARTURES         PIC 9(5) VALUE 0.
       01  WS-Y-OCC-PCT            PIC 9(3) VALUE 0.
       01  WS-Y-COMP               PIC 9(5) VALUE 0.
       01  WS-Y-HOUSE              PIC 9(5) VALUE 0.
       01  WS-Y-SOLD               PIC 9(5) VALUE 0.
       01  WS-Y-ADR                PIC 9(9) VALUE 0.
       01  WS-Y-REVPAR             PIC 9(9) VALUE 0.
       01  WS-Y-PAY-COUNT          PIC 9(2) VALUE 0.
       01  WS-M-ARRIVALS           PIC 9(6) VALUE 0.
       01  WS-M-DEPARTURES         PIC 9(6) VALUE 0.
       01  WS-M-OCC-PCT            PIC 9(3) VALUE 0.
       01  WS-M-COMP               PIC 9(7) VALUE 0.
       01  WS-M-HOUSE              PIC 9(7) VALUE 0.
       01  WS-M-SOLD               PIC 9(7) VALUE 0.
       01  WS-M-ADR                PIC 9(9) VALUE 0.
       01  WS-M-REVPAR             PIC 9(9) VALUE 0.

               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

                   MOVE 'Y' TO WS-Y-FOUND
                   MOVE DS-ROOMS-OCCUPIED TO WS-Y-OCCUPIED
                   MOVE DS-ROOM-REVENUE TO WS-Y-ROOMREV
                   IF DS-COMP-ROOMS IS NUMERIC
                       MOVE DS-COMP-ROOMS TO WS-Y-COMP
                   END-IF
                   IF DS-HOUSE-ROOMS IS NUMERIC
                       MOVE DS-HOUSE-ROOMS TO WS-Y-HOUSE
                   END-IF
                   MOVE DS-ARRIVALS TO WS-Y-ARRIVALS
                   MOVE DS-DEPARTURES TO WS-Y-DEPARTURES
                   MOVE DS-METHOD-COUNT TO WS-Y-PAY-COUNT
           MOVE 0 TO WS-M-DAYS
           MOVE 0 TO WS-M-OCCUPIED
           MOVE 0 TO WS-M-ROOMREV
           MOVE 0 TO WS-M-COMP
           MOVE 0 TO WS-M-HOUSE
           MOVE 0 TO WS-M-ARRIVALS
           MOVE 0 TO WS-M-DEPARTURES
           OPEN INPUT DAILYSTAT-FILE
                           ADD 1 TO WS-M-DAYS
                           ADD DS-ROOMS-OCCUPIED TO WS-M-OCCUPIED
                           ADD DS-ROOM-REVENUE TO WS-M-ROOMREV
                           IF DS-COMP-ROOMS IS NUMERIC
                               ADD DS-COMP-ROOMS TO WS-M-COMP
                           END-IF
                           IF DS-HOUSE-ROOMS IS NUMERIC
                               ADD DS-HOUSE-ROOMS TO WS-M-HOUSE
                           END-IF
                           ADD DS-ARRIVALS TO WS-M-ARRIVALS
                           ADD DS-DEPARTURES TO WS-M-DEPARTURES
                       END-IF
               COMPUTE WS-Y-REVPAR =
                   WS-Y-ROOMREV / WS-AVAIL-ROOMS
           END-IF
           MOVE 0 TO WS-Y-SOLD
           IF WS-Y-OCCUPIED > WS-Y-COMP + WS-Y-HOUSE
               COMPUTE WS-Y-SOLD =
                   WS-Y-OCCUPIED - WS-Y-COMP - WS-Y-HOUSE
           END-IF
           IF WS-Y-SOLD > 0
               COMPUTE WS-Y-ADR = WS-Y-ROOMREV / WS-Y-SOLD
           END-IF
           IF WS-AVAIL-ROOMS > 0 AND WS-M-DAYS > 0
               COMPUTE WS-M-OCC-PCT = (WS-M-OCCUPIED * 100)
               COMPUTE WS-M-REVPAR = WS-M-ROOMREV
                   / (WS-AVAIL-ROOMS * WS-M-DAYS)
           END-IF
           MOVE 0 TO WS-M-SOLD
           IF WS-M-OCCUPIED > WS-M-COMP + WS-M-HOUSE
               COMPUTE WS-M-SOLD =
                   WS-M-OCCUPIED - WS-M-COMP - WS-M-HOUSE
           END-IF
           IF WS-M-SOLD > 0
               COMPUTE WS-M-ADR = WS-M-ROOMREV / WS-M-SOLD
           END-IF.

       WRITE-FLASH.
               DELIMITED BY SIZE INTO FL-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO FL-LINE
           STRING "ROOMS SOLD  " WS-Y-SOLD "          " WS-M-SOLD
               DELIMITED BY SIZE INTO FL-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO FL-LINE
           STRING "COMP ROOMS  " WS-Y-COMP "          " WS-M-COMP
               DELIMITED BY SIZE INTO FL-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO FL-LINE
           STRING "HOUSE USE   " WS-Y-HOUSE "          " WS-M-HOUSE
               DELIMITED BY SIZE INTO FL-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO FL-LINE
           STRING "ARRIVALS    " WS-Y-ARRIVALS "        "
               WS-M-ARRIVALS
               DELIMITED BY SIZE INTO FL-LINE
               END-IF
           END-PERFORM
           CLOSE FLASH-REPORT-FILE
           MOVE 'FLASH' TO RCA-REPORT-NAME
           MOVE '../DATA/FLASH.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY " "
           DISPLAY "Flash report written to FLASH.RPT".

