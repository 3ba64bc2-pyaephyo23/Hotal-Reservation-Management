           PERFORM FIND-INVOICE-FOR-BOOKING
           IF WS-INVOICE-FOUND = 'Y'
               *> Convert total charge to decimal format
               COMPUTE WS-TOTAL-CHARGE-DEC =
                   (TOTAL-CHARGE - GRATUITY-IV) / 100
               ADD WS-TOTAL-CHARGE-DEC TO WS-DAILY-REVENUE
           END-IF.

           PERFORM FIND-INVOICE-FOR-BOOKING
           IF WS-INVOICE-FOUND = 'Y'
               *> Convert total charge to decimal format
               COMPUTE WS-TOTAL-CHARGE-DEC =
                   (TOTAL-CHARGE - GRATUITY-IV) / 100
               ADD WS-TOTAL-CHARGE-DEC TO WS-MONTHLY-REVENUE
           END-IF.

