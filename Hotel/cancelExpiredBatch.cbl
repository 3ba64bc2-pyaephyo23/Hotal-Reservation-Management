           88 BOOKING-FILE-ERROR  VALUE 01 THRU 99.
       01 WS-RESUME-BOOKING-ID    PIC 9(5) VALUE 0.

       *> Share-with bookings - a no-show sharer leaves the room to
       *> the partner, so the room and nights are not released; the
       *> partner is unlinked after the sweep (full rate from then).
       01 WS-NOSHOW-SHARED        PIC X VALUE 'N'.
       01 WS-UNSHARE-COUNT        PIC 999 VALUE 0.
       01 WS-UNSHARE-IDX          PIC 999 VALUE 0.
       01 WS-UNSHARE-TABLE.
           05 WS-UNSHARE-ID       PIC 9(5) OCCURS 200 TIMES.
       01 WS-NOSHOW-ID            PIC 9(5).

       COPY "./CopyBooks/AVAILADJ.cpy".
       01  WS-AVAIL-TODAY        PIC 9(8).


       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".
       01  WS-SAVED-RETURN-CODE    PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-BATCH-REPORT
           END-IF
           PERFORM WRITE-BATCH-SUMMARY
           CLOSE BATCH-REPORT-FILE
           *> The night-run code must survive the catalog call.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           MOVE 'CANCELBATCH' TO RCA-REPORT-NAME
           MOVE '../DATA/CANCELBATCH.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           GOBACK.

       *> Picks up where the last run left off - WS-RESUME-BOOKING-ID
                       LAST-MODIFIED-AT
                   MOVE "Expired - batch marked No-Show" TO
                       LAST-MODIFIED-REASON
                   PERFORM CHECK-NOSHOW-SHARE
                   REWRITE BOOKING-RECORD
                       INVALID KEY
                           STRING "  ERROR: unable to mark booking "
                           ADD 1 TO WS-CANCELLED-COUNT
                           MOVE 'No-Show' TO WS-AUDIT-NEW-STATUS
                           PERFORM WRITE-AUDIT-LOG
                           IF WS-NOSHOW-SHARED = 'N'
                               PERFORM RELEASE-ROOM-FOR-CANCELLATION
                               PERFORM FREE-RELEASED-NIGHTS
                           END-IF
                           PERFORM LOG-EXPIRED-CANCELLATION
                           STRING "  Released room " WS-RPT-ROOM-ID
                                  " - marked booking "
               END-READ
           END-PERFORM

           PERFORM UNLINK-SHARE-PARTNERS
           CLOSE BOOKING-FILE.

       *> A shared booking going No-Show keeps the room for its
       *> partner. If the partner itself went No-Show earlier in this
       *> sweep, this one is the last on the room and releases it.
       CHECK-NOSHOW-SHARE.
           MOVE 'N' TO WS-NOSHOW-SHARED
           IF SHARE-ROLE-BK = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-NOSHOW-SHARED
           PERFORM VARYING WS-UNSHARE-IDX FROM 1 BY 1
                   UNTIL WS-UNSHARE-IDX > WS-UNSHARE-COUNT
               IF WS-UNSHARE-ID(WS-UNSHARE-IDX) = BOOKING-ID
                   MOVE 'N' TO WS-NOSHOW-SHARED
                   MOVE 0 TO WS-UNSHARE-ID(WS-UNSHARE-IDX)
               END-IF
           END-PERFORM
           IF WS-NOSHOW-SHARED = 'Y'
              AND WS-UNSHARE-COUNT < 200
               ADD 1 TO WS-UNSHARE-COUNT
               MOVE SHARE-WITH-BK TO WS-UNSHARE-ID(WS-UNSHARE-COUNT)
           END-IF
           MOVE 0 TO SHARE-WITH-BK
           MOVE 0 TO SHARE-PCT-BK
           MOVE SPACE TO SHARE-ROLE-BK.

       *> Partners of the no-show sharers now have the room to
       *> themselves - drop their share link so they bill full rate.
       *> Done after the sweep so the sequential read is not disturbed.
       UNLINK-SHARE-PARTNERS.
           PERFORM VARYING WS-UNSHARE-IDX FROM 1 BY 1
                   UNTIL WS-UNSHARE-IDX > WS-UNSHARE-COUNT
               IF WS-UNSHARE-ID(WS-UNSHARE-IDX) > 0
                   MOVE WS-UNSHARE-ID(WS-UNSHARE-IDX) TO BOOKING-ID
                   READ BOOKING-FILE KEY IS BOOKING-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SHARE-WITH-BK TO WS-NOSHOW-ID
                           MOVE 0 TO SHARE-WITH-BK
                           MOVE 0 TO SHARE-PCT-BK
                           MOVE SPACE TO SHARE-ROLE-BK
                           MOVE FUNCTION CURRENT-DATE(1:14) TO
                               LAST-MODIFIED-AT
                           MOVE SPACES TO LAST-MODIFIED-REASON
                           STRING "Sharer " WS-NOSHOW-ID
                                  " No-Show-full rate"
                                  DELIMITED BY SIZE
                                  INTO LAST-MODIFIED-REASON
                           REWRITE BOOKING-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE BOOKING-ID TO WS-BOOKING-ID
                                   MOVE BOOKING-STATUS TO
                                       WS-AUDIT-OLD-STATUS
                                   MOVE 'Unshared' TO
                                       WS-AUDIT-NEW-STATUS
                                   PERFORM WRITE-AUDIT-LOG
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

       *> Give the released nights back to the live availability
       *> counts - only nights still ahead of today matter.
       FREE-RELEASED-NIGHTS.
           MOVE CHECKIN-DATE TO CANCEL-CHECKIN-DATE
           MOVE 'SYSTEM-EXPIRY' TO CANCELLED-BY
           MOVE WS-CANCEL-TIMESTAMP TO CANCEL-TIMESTAMP
           MOVE 'N' TO CANCEL-REVERSED-FLAG
           MOVE SPACES TO CANCEL-REVERSED-AT
           IF WS-APPLY-NOSHOW-FEE = 'Y'
               MOVE WS-NOSHOW-FEE TO CANCEL-FEE-CHARGED
           ELSE
           MOVE SPACES TO PROMO-CODE-IV
           MOVE ZEROS TO LEVY-AMOUNT-IV
           MOVE ZEROS TO RECEIPT-NO-IV
           MOVE SPACES TO TAX-EXEMPT-CERT-IV
           MOVE ZEROS TO EXEMPT-AMOUNT-IV
           MOVE ZEROS TO GRATUITY-IV
           MOVE SPACES TO PROPERTY-IV
           WRITE INVOICE-RECORD
               INVALID KEY
