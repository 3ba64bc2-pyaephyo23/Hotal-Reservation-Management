               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               DELIMITED BY SIZE INTO DF-LINE
           WRITE DF-LINE
           CLOSE DEFRAG-REPORT-FILE
           MOVE 'DEFRAG' TO RCA-REPORT-NAME
           MOVE '../DATA/DEFRAG.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Defrag proposals: " WS-PROPOSAL-COUNT
           DISPLAY "Report written to DEFRAG.RPT"
                          AND CHEKIN-FLAG NOT = 'Y'
                          AND CHECKIN-DATE > WS-CURRENT-DATE-NUM
                          AND BOOKING-TYPE NOT = 'Day-Use'
                          AND SHARE-ROLE-BK = SPACE
                          AND WS-CAND-COUNT < 100
                           ADD 1 TO WS-CAND-COUNT
                           MOVE BOOKING-ID TO
