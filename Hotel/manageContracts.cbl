      * the company's auditor can verify billing against contract.
      * A room type with no contract row simply is not contracted
      * (the 'Suite excluded' case).
      * Each row also carries the room nights a year the company
      * committed to for that type; contractProduction sets what
      * the company actually sends against the total.
      * Every add, change and removal goes to the master-data change
      * journal with the contract as it stood before and after.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-IN-START-DATE        PIC 9(8).
       01  WS-IN-END-DATE          PIC 9(8).
       01  WS-IN-RATE              PIC 9(9).
       01  WS-IN-COMMIT            PIC 9(5).

       COPY "./CopyBooks/MDJAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.
               DISPLAY "1. List contracts"
               DISPLAY "2. Add or change a contract"
               DISPLAY "3. Remove a contract"
               DISPLAY "4. Production against commitment / renewals"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
                       PERFORM UPSERT-CONTRACT
                   WHEN 3
                       PERFORM DELETE-CONTRACT
                   WHEN 4
                       CALL 'contractProduction' USING LINK
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPANY                         TYPE        "
                   "FROM      TO        RATE       NIGHTS/YR"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTRACTS-FILE NEXT
                   NOT AT END
                       DISPLAY CT-COMPANY "  " CT-ROOM-TYPE "  "
                               CT-START-DATE "  " CT-END-DATE "  "
                               CT-RATE "  " CT-COMMIT-NIGHTS
               END-READ
           END-PERFORM
           CLOSE CONTRACTS-FILE
               DISPLAY "Rate must be greater than zero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Room nights committed per year (0 = none): "
           ACCEPT WS-IN-COMMIT

           OPEN I-O CONTRACTS-FILE
           IF CT-FILE-ERROR
           MOVE WS-IN-START-DATE TO CT-START-DATE
           READ CONTRACTS-FILE KEY IS CT-KEY
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE WS-IN-COMPANY TO CT-COMPANY
                   MOVE WS-IN-ROOM-TYPE TO CT-ROOM-TYPE
                   MOVE WS-IN-START-DATE TO CT-START-DATE
                   MOVE WS-IN-END-DATE TO CT-END-DATE
                   MOVE WS-IN-RATE TO CT-RATE
                   MOVE WS-IN-COMMIT TO CT-COMMIT-NIGHTS
                   WRITE CONTRACT-RECORD
               NOT INVALID KEY
                   MOVE CONTRACT-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE WS-IN-END-DATE TO CT-END-DATE
                   MOVE WS-IN-RATE TO CT-RATE
                   MOVE WS-IN-COMMIT TO CT-COMMIT-NIGHTS
                   REWRITE CONTRACT-RECORD
           END-READ
           MOVE CONTRACT-RECORD TO MJA-AFTER
           PERFORM JOURNAL-CONTRACT-CHANGE
           CLOSE CONTRACTS-FILE
           DISPLAY "Contract saved at " WS-IN-RATE " per night.".

               INVALID KEY
                   DISPLAY "Contract not found."
               NOT INVALID KEY
                   MOVE CONTRACT-RECORD TO MJA-BEFORE
                   MOVE SPACES TO MJA-AFTER
                   MOVE 'Delete' TO MJA-ACTION
                   DELETE CONTRACTS-FILE
                   PERFORM JOURNAL-CONTRACT-CHANGE
                   DISPLAY "Contract removed."
           END-READ
           CLOSE CONTRACTS-FILE.

       JOURNAL-CONTRACT-CHANGE.
           MOVE 'CONTRACTS' TO MJA-FILE
           MOVE CT-KEY TO MJA-KEY
           MOVE 'manageContracts' TO MJA-PROGRAM
           CALL 'masterJournal' USING MASTER-JOURNAL-AREA.

       END PROGRAM manageContracts.
