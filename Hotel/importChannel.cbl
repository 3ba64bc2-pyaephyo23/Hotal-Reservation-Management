      * THIRD-PARTY CHANNEL RESERVATION IMPORT
      * The travel agency delivers a nightly CSV of reservations
      * (CHANNEL.CSV): agency ref, guest name, phone, email, NRC,
      * room type, check-in, check-out and, optionally, the
      * cancellation policy code the rate was sold on (blank = the
      * house default). Each row is validated the way
      * bookRoom validates a walk-up - date format, room type, and a
      * conflict-free room - before anything is written, so a
      * rejected row can never half-create a customer without a
       01  WS-ROW-ROOM-TYPE        PIC X(10).
       01  WS-ROW-CHECKIN-X        PIC X(8).
       01  WS-ROW-CHECKOUT-X       PIC X(8).
       01  WS-ROW-POLICY           PIC X(8).
       01  WS-ROW-CHECKIN          PIC 9(8).
       01  WS-ROW-CHECKOUT        PIC 9(8).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.

       COPY "./CopyBooks/AVAILADJ.cpy".
       COPY "./CopyBooks/CPOLAREA.cpy".

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).
       01  WS-CREATED-AT-TIMESTAMP PIC X(14).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO IR-LINE
           WRITE IR-LINE
           CLOSE IMPORT-REPORT-FILE
           MOVE 'CHANNELIMPORT' TO RCA-REPORT-NAME
           MOVE '../DATA/CHANNELIMPORT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Rows read : " WS-ROW-COUNT
           DISPLAY "Accepted  : " WS-ACCEPT-COUNT
               EXIT PARAGRAPH
           END-IF

           *> The channel sells on our policy codes; one we do not
           *> hold would leave the guest on terms nobody agreed.
           MOVE 'L' TO CPA-ACTION
           MOVE FUNCTION TRIM(WS-ROW-POLICY) TO CPA-CODE
           CALL 'cancelPolicy' USING CANCEL-POLICY-AREA
           IF CPA-FOUND = 'N'
               MOVE 'UNKNOWN CANCELLATION POLICY' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE CPA-CODE TO WS-ROW-POLICY

           *> The same stay-restrictions calendar bookRoom enforces
           *> holds for the channel: one manager entry controls
           *> every sales path.
           MOVE SPACES TO WS-ROW-ROOM-TYPE
           MOVE SPACES TO WS-ROW-CHECKIN-X
           MOVE SPACES TO WS-ROW-CHECKOUT-X
           MOVE SPACES TO WS-ROW-POLICY
           UNSTRING CH-CSV-LINE DELIMITED BY ','
               INTO WS-ROW-AGENCY-REF
                    WS-ROW-NAME
                    WS-ROW-ROOM-TYPE
                    WS-ROW-CHECKIN-X
                    WS-ROW-CHECKOUT-X
                    WS-ROW-POLICY
           END-UNSTRING.

       VALIDATE-DATE-FORMAT.
               MOVE 'N' TO BLACKLIST-FLAG
               MOVE ZEROS TO CUSTOMER-DOB
               MOVE ZEROS TO CUSTOMER-ANNIV
               MOVE SPACES TO CUSTOMER-NATIONALITY
               MOVE SPACES TO CUSTOMER-RESIDENCE
               MOVE SPACES TO CUSTOMER-ADDRESS
               MOVE SPACES TO CUSTOMER-MKT-CONSENT
               MOVE ZEROS TO CUSTOMER-CONSENT-DATE
               MOVE SPACES TO CUSTOMER-CONSENT-SOURCE
               MOVE 'Channel' TO CUSTOMER-SOURCE
               WRITE CUSTOMER-RECORD
               CLOSE CUSTOMER-FILE
           END-IF.
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
           MOVE WS-ROW-POLICY TO CANCEL-POLICY-BK
           WRITE BOOKING-RECORD
           CLOSE BOOKING-FILE

