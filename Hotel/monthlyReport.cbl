           88 MR-FILE-OK           VALUE 00.
           88 MR-FILE-ERROR        VALUE 01 THRU 99.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               *> house currency at the rate in force on the
               *> invoice date; no rate on file means the amount
               *> rolls up unconverted, as it always has.
               *> Gratuity is held for the staff pool and is
               *> not the hotel's revenue.
               COMPUTE WS-INVOICE-HOUSE-AMT =
                   TOTAL-CHARGE - GRATUITY-IV
               IF INVOICE-CURRENCY NOT = SPACES
                  AND INVOICE-CURRENCY NOT = WS-HOUSE-CURRENCY
                   PERFORM CONVERT-TO-HOUSE-CURRENCY
           PERFORM GET-FX-RATE
           IF WS-FX-FOUND = 'Y'
               COMPUTE WS-INVOICE-HOUSE-AMT =
                   (TOTAL-CHARGE - GRATUITY-IV) * WS-FX-RATE-FOUND
           END-IF.

       *> Latest rate for the pair effective on or before the
                           IF WS-RT-FOUND-INDEX > 0
                               ADD TOTAL-CHARGE TO
                                   WS-RT-REVENUE(WS-RT-FOUND-INDEX)
                               SUBTRACT GRATUITY-IV FROM
                                   WS-RT-REVENUE(WS-RT-FOUND-INDEX)
                           END-IF
                   END-READ
           END-READ.
               TO MR-LINE
           WRITE MR-LINE

           CLOSE MONTHLY-REPORT-FILE
           MOVE 'MONTHLY' TO RCA-REPORT-NAME
           MOVE WS-REPORT-FILENAME TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       *> File counterpart of DISPLAY-ROOM-TYPE-BREAKDOWN.
       WRITE-ROOM-TYPE-BREAKDOWN-FILE.
