       01  WS-REFUND-ON-FILE       PIC X.
       01  WS-IS-CANDIDATE         PIC X.
       01  WS-CREATED-DATE         PIC 9(8).
       01  WS-DL-GUEST-NAME        PIC X(30).

       *> Liability totals by month of expected arrival
       01  WS-MONTH-COUNT          PIC 9(2) VALUE 0.
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Privacy-flagged guests print under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           CLOSE BOOKING-FILE

           PERFORM WRITE-LIABILITY-SUMMARY
           CLOSE LIABILITY-REPORT-FILE
           MOVE 'DEPOSITS' TO RCA-REPORT-NAME
           MOVE '../DATA/DEPOSITS.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       JUDGE-ONE-DEPOSIT.
           ADD 1 TO WS-HELD-COUNT
           PERFORM CHECK-REFUND-ON-FILE
           PERFORM CHECK-FORFEIT-CANDIDATE

           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID TO GPA-BOOKING-ID
           MOVE 0 TO GPA-CHECKIN-ID
           MOVE 'depositLiability' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO WS-DL-GUEST-NAME
           ELSE
               MOVE CUSTOMER-NAME-BK TO WS-DL-GUEST-NAME
           END-IF

           MOVE SPACES TO DL-LINE
           IF WS-IS-CANDIDATE = 'Y'
               STRING "BK " BOOKING-ID " " WS-DL-GUEST-NAME
                   " " DEPOSIT-AMOUNT " AGE " WS-AGE-DAYS
                   " *FORFEIT CANDIDATE*"
                   DELIMITED BY SIZE INTO DL-LINE
           ELSE
               STRING "BK " BOOKING-ID " " WS-DL-GUEST-NAME
                   " " DEPOSIT-AMOUNT " AGE " WS-AGE-DAYS
                   DELIMITED BY SIZE INTO DL-LINE
           END-IF
                       NOT AT END
                           IF REFUND-BOOKING-ID = BOOKING-ID AND
                              FUNCTION TRIM(REFUND-STATUS) NOT =
                                  'Rejected' AND
                              FUNCTION TRIM(REFUND-STATUS) NOT =
                                  'Reversed'
                               MOVE 'Y' TO WS-REFUND-ON-FILE
                           END-IF
                   END-READ
