       01 WS-ROOM-ID              PIC X(5).
       01 WS-RPT-BOOKING-ID       PIC 9(5).
       01 WS-RPT-ROOM-ID          PIC X(5).
       01 WS-RPT-GUEST-NAME       PIC X(30).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Privacy-flagged guests print under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".
       01  WS-SAVED-RETURN-CODE    PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
           END-IF
           PERFORM WRITE-BATCH-SUMMARY
           CLOSE BATCH-REPORT-FILE
           *> The night-run code must survive the catalog call.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE 'DEPCHASE' TO RCA-REPORT-NAME
           MOVE '../DATA/DEPCHASE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           GOBACK.

       *> DEPCHASE.CFG: first line chase-window days, second line
                      " dep " DEPOSIT-AMOUNT
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE CUSTOMER-PH-BK TO PM-VALUE
               CALL 'maskPii' USING PII-MASK-AREA
               *> A private guest is rung from the booking itself,
               *> not from a sheet that names them.
               MOVE 'Q' TO GPA-MODE
               MOVE BOOKING-ID TO GPA-BOOKING-ID
               MOVE 0 TO GPA-CHECKIN-ID
               MOVE 'depositChase' TO GPA-PROGRAM
               CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
               IF GPA-IS-PRIVATE
                   MOVE GPA-ALIAS TO WS-RPT-GUEST-NAME
                   MOVE SPACES TO PM-VALUE
               ELSE
                   MOVE CUSTOMER-NAME-BK TO WS-RPT-GUEST-NAME
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "        " WS-RPT-GUEST-NAME
                      " ph " PM-VALUE(1:15)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
