           88 BOOKING-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-RESUME-BOOKING-ID    PIC 9(5) VALUE 0.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".
       01  WS-SAVED-RETURN-CODE    PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-ARCHIVE-REPORT
           END-IF
           PERFORM WRITE-BATCH-SUMMARY
           CLOSE ARCHIVE-REPORT-FILE
           *> The night-run code must survive the catalog call.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE 'ARCHIVEBATCH' TO RCA-REPORT-NAME
           MOVE '../DATA/ARCHIVEBATCH.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           GOBACK.

       *> Picks up where the last run left off - WS-RESUME-BOOKING-ID
