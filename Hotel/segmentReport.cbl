               ADD 1 TO WS-MIX-STAYS(WS-MIX-IDX)
               ADD WS-STAY-NIGHTS TO WS-MIX-NIGHTS(WS-MIX-IDX)
               ADD TOTAL-CHARGE TO WS-MIX-REVENUE(WS-MIX-IDX)
               SUBTRACT GRATUITY-IV FROM WS-MIX-REVENUE(WS-MIX-IDX)
           END-IF
           ADD TOTAL-CHARGE TO WS-TOT-REVENUE
           SUBTRACT GRATUITY-IV FROM WS-TOT-REVENUE.

       END PROGRAM segmentReport.
