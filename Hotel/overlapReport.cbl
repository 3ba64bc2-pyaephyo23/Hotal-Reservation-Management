               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Privacy-flagged guests print under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               DELIMITED BY SIZE INTO OV-LINE
           WRITE OV-LINE
           CLOSE OVERLAP-REPORT-FILE
           MOVE 'OVERLAP' TO RCA-REPORT-NAME
           MOVE '../DATA/OVERLAP.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Overlapping pairs found: " WS-PAIR-COUNT
           DISPLAY "Report written to OVERLAP.RPT"
                               TO WS-BK-CUST(WS-BK-COUNT)
                           MOVE CUSTOMER-NAME-BK
                               TO WS-BK-NAME(WS-BK-COUNT)
                           PERFORM APPLY-PRIVACY-ALIAS
                           MOVE CHECKIN-DATE
                               TO WS-BK-IN(WS-BK-COUNT)
                           MOVE CHECKOUT-DATE
           END-PERFORM
           CLOSE BOOKING-FILE.

       *> A guest who asked us not to confirm the stay is listed
       *> under their alias.
       APPLY-PRIVACY-ALIAS.
           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID TO GPA-BOOKING-ID
           MOVE 0 TO GPA-CHECKIN-ID
           MOVE 'overlapReport' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO WS-BK-NAME(WS-BK-COUNT)
           END-IF.

       COMPARE-PAIRS.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX >= WS-BK-COUNT
