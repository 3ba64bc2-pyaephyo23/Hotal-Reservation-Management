           MOVE FE-TOTAL TO CL-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO CL-ENTRY-DATE
           MOVE 'Open' TO CL-STATUS
           MOVE 0 TO CL-APPLIED-AMT
           MOVE SPACES TO CL-REFERENCE
           WRITE CITY-LEDGER-RECORD
           CLOSE CITYLEDG-FILE.

