      * menu option by the signed-on role)
      * Add, change and deactivate the operator accounts the sign-on
      * screen checks. An operator is never deleted - deactivating
      * keeps old audit rows attributable. Every add and change goes
      * to the master-data change journal (the PIN is masked there).
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-IN-OP-ROLE           PIC 9.
       01  WS-IN-OP-PIN            PIC 9(4).

       COPY "./CopyBooks/MDJAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           END-IF
           DISPLAY "Enter Name: "
           ACCEPT WS-IN-OP-NAME
           DISPLAY "Role - 1. Manager  2. Clerk  3. Trainee"
           DISPLAY "       4. Supervisor  5. Housekeep  6. Porter: "
           ACCEPT WS-IN-OP-ROLE
           DISPLAY "Enter 4-digit PIN: "
           ACCEPT WS-IN-OP-PIN
           MOVE WS-IN-OP-ID TO OP-ID
           READ OPERATORS-FILE KEY IS OP-ID
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE WS-IN-OP-ID TO OP-ID
                   PERFORM FILL-OPERATOR-FIELDS
                   WRITE OPERATOR-RECORD
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   PERFORM FILL-OPERATOR-FIELDS
                   REWRITE OPERATOR-RECORD
           END-READ
           MOVE OPERATOR-RECORD TO MJA-AFTER
           PERFORM JOURNAL-OPERATOR-CHANGE
           CLOSE OPERATORS-FILE
           DISPLAY "Operator " FUNCTION TRIM(WS-IN-OP-ID) " saved.".

                   MOVE 'Manager' TO OP-ROLE
               WHEN 2
                   MOVE 'Clerk' TO OP-ROLE
               WHEN 4
                   MOVE 'Supervisor' TO OP-ROLE
               WHEN 5
                   MOVE 'Housekeep' TO OP-ROLE
               WHEN 6
                   MOVE 'Porter' TO OP-ROLE
               WHEN OTHER
                   MOVE 'Trainee' TO OP-ROLE
           END-EVALUATE
               INVALID KEY
                   DISPLAY "Operator not found."
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO MJA-BEFORE
                   MOVE 'Inactive' TO OP-STATUS
                   REWRITE OPERATOR-RECORD
                   MOVE OPERATOR-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   PERFORM JOURNAL-OPERATOR-CHANGE
                   DISPLAY "Operator deactivated - their audit "
                           "history stays attributable."
           END-READ
           CLOSE OPERATORS-FILE.

       JOURNAL-OPERATOR-CHANGE.
           MOVE 'OPERATORS' TO MJA-FILE
           MOVE OP-ID TO MJA-KEY
           MOVE 'manageOperators' TO MJA-PROGRAM
           CALL 'masterJournal' USING MASTER-JOURNAL-AREA.

       END PROGRAM manageOperators.
