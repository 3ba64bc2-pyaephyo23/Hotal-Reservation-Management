               10 WS-TY-TALLY      PIC 9(5).
       01  WS-FOUND-SLOT           PIC X.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CANCEL-TIMESTAMP(1:8) TO WS-CANCEL-DATE
                       *> A reinstated booking was never lost
                       IF WS-CANCEL-DATE >= WS-FROM-DATE AND
                          WS-CANCEL-DATE <= WS-TO-DATE AND
                          CANCEL-REVERSED-FLAG NOT = 'Y'
                           PERFORM TALLY-ONE-CANCELLATION
                       END-IF
               END-READ
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           CLOSE CANCEL-REPORT-FILE
           MOVE 'CANCELRPT' TO RCA-REPORT-NAME
           MOVE '../DATA/CANCELRPT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Cancellations : " WS-CANCEL-COUNT
           DISPLAY "Avg lead days : " WS-LEAD-AVG-DSP
