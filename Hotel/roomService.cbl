       01  WS-NEXT-ORDER-ID        PIC 9(5).
       01  WS-NEXT-FOLIO-ID        PIC 9(5).
       01  WS-OPEN-COUNT           PIC 9(3).
       01  WS-IN-TIP               PIC 9(7).

       COPY "./CopyBooks/CREDCHK.cpy".

           MOVE SERVICE-PRICE TO RO-PRICE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RO-ORDER-STAMP
           MOVE 'Open' TO RO-STATUS
           MOVE 0 TO RO-TIP
           WRITE RS-ORDER-RECORD
           CLOSE RSORDERS-FILE
           CLOSE SERVICES-FILE
                   IF FUNCTION TRIM(RO-STATUS) NOT = 'Open'
                       DISPLAY "Order is " RO-STATUS "."
                   ELSE
                       *> A tip written on the signed delivery
                       *> slip rides on the order to the folio.
                       DISPLAY "Tip on the signed slip (0 if none): "
                       MOVE 0 TO WS-IN-TIP
                       ACCEPT WS-IN-TIP
                       IF WS-IN-TIP NOT NUMERIC
                           MOVE 0 TO WS-IN-TIP
                       END-IF
                       MOVE WS-IN-TIP TO RO-TIP
                       MOVE 'Delivered' TO RO-STATUS
                       REWRITE RS-ORDER-RECORD
                       PERFORM POST-ORDER-CHARGE
                       IF RO-TIP > 0
                           PERFORM POST-ORDER-TIP
                       END-IF
                       DISPLAY "Delivered and billed."
                   END-IF
           END-READ
           WRITE FOLIO-RECORD
           CLOSE FOLIO-FILE.

       *> The tip is a folio line of its own, sign G, with the
       *> department in the reason code: checkout bills it as
       *> gratuity for the staff pool, not as room-service revenue.
       POST-ORDER-TIP.
           PERFORM GENERATE-NEXT-FOLIO-ID
           OPEN I-O FOLIO-FILE
           MOVE WS-NEXT-FOLIO-ID TO FOLIO-LINE-ID
           MOVE RO-CHECKIN-ID TO FOLIO-CHECKIN-ID
           MOVE RO-ROOM-ID TO FOLIO-ROOM-ID
           MOVE 'GRATUITY' TO FOLIO-SVC-CODE
           MOVE 'Room service tip' TO FOLIO-SVC-DESC
           MOVE RO-TIP TO FOLIO-SVC-PRICE
           MOVE WS-CURRENT-DATE-NUM TO FOLIO-POST-DATE
           MOVE 'ROOMSVC' TO FOLIO-POSTED-BY
           MOVE 'G' TO FOLIO-SIGN
           MOVE 'ROOMSVC' TO FOLIO-REASON-CODE
           MOVE SPACES TO FOLIO-APPROVED-BY
           MOVE 'Open' TO FOLIO-STATUS
           WRITE FOLIO-RECORD
           CLOSE FOLIO-FILE.

       CANCEL-ORDER.
           DISPLAY "Order number: "
           ACCEPT WS-IN-ORDER-ID
