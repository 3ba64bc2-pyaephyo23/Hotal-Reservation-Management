              WS-BOOKING-MONTH = WS-REPORT-MONTH
              AND FUNCTION TRIM(INVOICE-STATUS) NOT = 'Void'
               ADD TOTAL-CHARGE TO WS-MONTHLY-REVENUE
               SUBTRACT GRATUITY-IV FROM WS-MONTHLY-REVENUE
           END-IF.

       DISPLAY-MONTHLY-SUMMARY-REPORT.
