           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RPT-BOOKING-ID    PIC 9(5).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           PERFORM WRITE-BATCH-SUMMARY

           CLOSE CALLBACK-REPORT-FILE
           MOVE 'WAITLISTCALLBACK' TO RCA-REPORT-NAME
           MOVE '../DATA/WAITLISTCALLBACK.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           GOBACK.

       OPEN-CALLBACK-REPORT.
           MOVE ZEROS TO OPTION-DECIDE-DATE
           MOVE SPACE TO ROUTE-CODE-BK
           MOVE WS-MATCHED-PROPERTY TO PROPERTY-BK
           MOVE ZEROS TO BOOKED-RATE-BK
           MOVE SPACES TO RATE-SOURCE-BK
           MOVE ZEROS TO ADULTS-BK
           MOVE ZEROS TO CHILDREN-BK
           MOVE ZEROS TO XPERSON-RATE-BK
           MOVE SPACES TO OCC-WAIVER-BY-BK
           MOVE ZEROS TO SHARE-WITH-BK
           MOVE ZEROS TO SHARE-PCT-BK
           MOVE SPACES TO SHARE-ROLE-BK
           MOVE SPACES TO COMP-AUTH-BY-BK
           MOVE SPACES TO COMP-REASON-BK
           MOVE SPACES TO CANCEL-POLICY-BK
           WRITE BOOKING-RECORD
           CLOSE BOOKING-FILE

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-WL-ID TO WS-RPT-WL-ID
           MOVE WS-WL-NAME TO WS-RPT-NAME
           MOVE WS-WL-PHONE TO PM-VALUE
           CALL 'maskPii' USING PII-MASK-AREA
           MOVE PM-VALUE TO WS-RPT-PHONE
           MOVE WS-MATCHED-ROOM-ID TO WS-RPT-ROOM
           MOVE WS-NEW-WL-STATUS TO WS-RPT-STATUS
           MOVE WS-NEW-BOOKING-ID TO WS-RPT-BOOKING-ID
