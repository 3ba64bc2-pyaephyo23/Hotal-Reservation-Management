       01  WS-CIO-EOF              PIC X.
       01  WS-SAVE-ROOM-ID         PIC X(5).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O INTENT-FILE

           IF WS-REPORT-OPEN = 'Y'
               CLOSE RECOVERY-REPORT-FILE
               MOVE 'INTENTREC' TO RCA-REPORT-NAME
               MOVE '../DATA/INTENTREC.RPT' TO RCA-REPORT-FILE
               MOVE 0 TO RCA-BUSINESS-DATE
               CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           END-IF
           IF WS-OPEN-COUNT > 0
               DISPLAY "*** " WS-OPEN-COUNT " INTERRUPTED "
