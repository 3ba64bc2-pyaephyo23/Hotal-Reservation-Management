       01  WS-NEW-BOOKING-ID       PIC 9(5).
       01  WS-CREATED-STAMP        PIC X(14).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO MG-LINE
           WRITE MG-LINE
           CLOSE MIGRATION-REPORT-FILE
           MOVE 'MIGRATION' TO RCA-REPORT-NAME
           MOVE '../DATA/MIGRATION.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Rows read   : " WS-ROWS-READ
           DISPLAY "Converted   : " WS-ROWS-CONVERTED
           MOVE 'N' TO BLACKLIST-FLAG
           MOVE ZEROS TO CUSTOMER-DOB
           MOVE ZEROS TO CUSTOMER-ANNIV
           MOVE SPACES TO CUSTOMER-NATIONALITY
           MOVE SPACES TO CUSTOMER-RESIDENCE
           MOVE SPACES TO CUSTOMER-ADDRESS
           MOVE SPACES TO CUSTOMER-MKT-CONSENT
           MOVE ZEROS TO CUSTOMER-CONSENT-DATE
           MOVE SPACES TO CUSTOMER-CONSENT-SOURCE
           MOVE 'Migration' TO CUSTOMER-SOURCE
           WRITE CUSTOMER-RECORD
           CLOSE CUSTOMER-FILE.

           MOVE ZEROS TO OPTION-DECIDE-DATE
           MOVE SPACE TO ROUTE-CODE-BK
           MOVE SPACES TO PROPERTY-BK
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
           CLOSE BOOKING-FILE.

