           MOVE 'Open' TO PA-STATUS
           MOVE ZEROS TO PA-ACTION-DATE
           MOVE ZEROS TO PA-CAPTURED-AMT
           MOVE 'N' TO PA-RECON-FLAG
           WRITE PREAUTH-RECORD
           CLOSE PREAUTH-FILE
           DISPLAY "Pre-auth " WS-NEXT-PREAUTH-ID " recorded for "
