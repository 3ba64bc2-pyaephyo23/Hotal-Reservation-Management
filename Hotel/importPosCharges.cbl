      *****************************************************************
      * RESTAURANT POS CHARGE FEED
      * The till drops POSFEED.DAT hourly: room, amount, item code,
      * timestamp, one charge per line, and the tip written on the
      * chit when there is one. Each charge is matched to the
      * open stay for that room and posted as an Open folio line
      * (validated against the SERVICES.DAT catalog) where checkout
      * billing already picks it up. Charges for rooms with no active
      * stay - the chits that used to become unbillable - land on the
      * exception report for the restaurant manager. A tip posts as
      * its own sign-G folio line for the RESTAURANT department, so
      * checkout bills it as gratuity rather than revenue; tips on
      * house-account chits are listed on the exception report for
      * the outlet to settle. The processed feed is renamed
      * POSFEED.DONE so an hourly rerun can never post the same
      * chits twice.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 PF-ITEM-CODE         PIC X(10).
           05 FILLER               PIC X.
           05 PF-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X.
           05 PF-TIP-AMOUNT        PIC 9(7).

       FD  HOUSEACCT-FILE.
       COPY "./CopyBooks/HOUSEACCT.cpy".
       01  WS-CHARGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TIP-COUNT            PIC 9(5) VALUE 0.
       01  WS-STAY-FOUND           PIC X.
       01  WS-SVC-VALID            PIC X.
       01  WS-SVC-DESC-FOUND       PIC X(20).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DELIMITED BY SIZE INTO PX-LINE
           WRITE PX-LINE
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'POSEXCEPT' TO RCA-REPORT-NAME
           MOVE '../DATA/POSEXCEPT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           PERFORM RETIRE-PROCESSED-FEED

           DISPLAY "Charges read : " WS-CHARGE-COUNT
           DISPLAY "Posted       : " WS-POSTED-COUNT
           DISPLAY "Rejected     : " WS-REJECT-COUNT
           DISPLAY "Tips posted  : " WS-TIP-COUNT
           DISPLAY "Exceptions written to POSEXCEPT.RPT"
           GOBACK.

           END-IF

           PERFORM WRITE-POS-FOLIO-LINE
           ADD 1 TO WS-POSTED-COUNT
           IF PF-TIP-AMOUNT IS NUMERIC AND PF-TIP-AMOUNT > 0
               PERFORM WRITE-POS-TIP-LINE
           END-IF.

       POST-HOUSE-CHARGE.
           PERFORM VALIDATE-FEED-ITEM

           MOVE 0 TO WS-POST-CHECKIN-ID
           PERFORM WRITE-POS-FOLIO-LINE
           ADD 1 TO WS-POSTED-COUNT
           IF PF-TIP-AMOUNT IS NUMERIC AND PF-TIP-AMOUNT > 0
               MOVE SPACES TO PX-LINE
               STRING "TIP NOT POSTED ACCT " PF-ROOM-ID
                   " TIP " PF-TIP-AMOUNT
                   " - HOUSE ACCOUNT, SETTLE AT THE OUTLET"
                   DELIMITED BY SIZE INTO PX-LINE
               WRITE PX-LINE
           END-IF.

       VALIDATE-FEED-ITEM.
           MOVE 'N' TO WS-SVC-VALID
           WRITE FOLIO-RECORD
           CLOSE FOLIO-FILE.

       WRITE-POS-TIP-LINE.
           PERFORM GENERATE-NEXT-FOLIO-ID
           OPEN I-O FOLIO-FILE
           MOVE WS-NEXT-FOLIO-ID TO FOLIO-LINE-ID
           MOVE WS-POST-CHECKIN-ID TO FOLIO-CHECKIN-ID
           MOVE PF-ROOM-ID TO FOLIO-ROOM-ID
           MOVE 'GRATUITY' TO FOLIO-SVC-CODE
           MOVE 'Restaurant tip' TO FOLIO-SVC-DESC
           MOVE PF-TIP-AMOUNT TO FOLIO-SVC-PRICE
           MOVE WS-CURRENT-DATE-NUM TO FOLIO-POST-DATE
           MOVE 'POS' TO FOLIO-POSTED-BY
           MOVE 'G' TO FOLIO-SIGN
           MOVE 'RESTAURANT' TO FOLIO-REASON-CODE
           MOVE SPACES TO FOLIO-APPROVED-BY
           MOVE 'Open' TO FOLIO-STATUS
           WRITE FOLIO-RECORD
           CLOSE FOLIO-FILE
           ADD 1 TO WS-TIP-COUNT.

       *> The feed is renamed once posted so the next hourly run
       *> starts clean - the till writes a fresh POSFEED.DAT.
       RETIRE-PROCESSED-FEED.
