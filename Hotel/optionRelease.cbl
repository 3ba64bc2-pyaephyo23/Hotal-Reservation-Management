               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".
       01  WS-SAVED-RETURN-CODE    PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           CLOSE RELEASE-REPORT-FILE
           *> The night-run code must survive the catalog call.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE 'OPTRELEASE' TO RCA-REPORT-NAME
           MOVE '../DATA/OPTRELEASE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE

           DISPLAY "Options released: " WS-RELEASED-COUNT
           DISPLAY "Report written to OPTRELEASE.RPT"
                          AND WAITLIST-CHECKOUT-DATE >
                              WS-REL-CHECKIN
                           ADD 1 TO WS-TAKER-COUNT
                           MOVE WAITLIST-CUSTOMER-PHONE TO PM-VALUE
                           CALL 'maskPii' USING PII-MASK-AREA
                           MOVE SPACES TO RR-LINE
                           STRING "    WAITLIST TAKER: "
                               WAITLIST-CUSTOMER-NAME
                               " PH " PM-VALUE(1:15)
                               DELIMITED BY SIZE INTO RR-LINE
                           WRITE RR-LINE
                       END-IF
