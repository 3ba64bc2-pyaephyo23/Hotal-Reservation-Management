      * to the survivor. The duplicate record itself is retired in
      * place (account type Merged, pointer to the survivor) rather
      * than deleted, because archived bookings still reference the
      * old id. Every merge is logged to AUDITLOG.DAT, and both
      * customer records go to the master-data change journal as
      * they stood before and after.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-AUDIT-OLD-VALUE      PIC X(10).
       01  WS-AUDIT-NEW-VALUE      PIC X(10).
       01  WS-RETIRE-NOTE          PIC X(30).
       *> The duplicate's marketing consent, carried to the survivor
       *> when it was recorded more recently
       01  WS-DUP-MKT-CONSENT      PIC X(3).
       01  WS-DUP-CONSENT-DATE     PIC 9(8).
       01  WS-DUP-CONSENT-SOURCE   PIC X(15).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Master-data change journal - whole record before and after
       COPY "./CopyBooks/MDJAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           DISPLAY "=========================================="
           DISPLAY "   DUPLICATE CUSTOMER MERGE"
           DISPLAY "=========================================="
                           CUSTOMER-NAME)) TO WS-SURV-NAME-UPPER
                       MOVE CUSTOMER-PHONE TO WS-SURV-PHONE
                       MOVE NRC-NUMBER TO WS-SURV-NRC
                       MOVE CUSTOMER-PHONE TO PM-VALUE
                       CALL 'maskPii' USING PII-MASK-AREA
                       DISPLAY "Survivor: " CUSTOMER-ID " "
                               FUNCTION TRIM(CUSTOMER-NAME)
                               "  PH " PM-VALUE(1:15)
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE.
                              OR (NRC-NUMBER = WS-SURV-NRC AND
                                  NRC-NUMBER NOT = SPACES)
                               ADD 1 TO WS-CANDIDATE-COUNT
                               MOVE CUSTOMER-PHONE TO PM-VALUE
                               CALL 'maskPii' USING PII-MASK-AREA
                               DISPLAY "  " CUSTOMER-ID "  "
                                       FUNCTION TRIM(CUSTOMER-NAME)
                                       "  PH " PM-VALUE(1:15)
                           END-IF
                       END-IF
               END-READ
           PERFORM REPOINT-BOOKINGS
           PERFORM REPOINT-STAYLOGS
           PERFORM RETIRE-DUPLICATE
           PERFORM CARRY-MARKETING-CONSENT
           PERFORM WRITE-MERGE-AUDIT

           DISPLAY "Merged " WS-DUPLICATE-ID " into " WS-SURVIVOR-ID
       *> references its id - it is marked Merged with a pointer to
       *> the survivor so no program ever books against it again.
       RETIRE-DUPLICATE.
           MOVE 0 TO WS-DUP-CONSENT-DATE
           OPEN I-O CUSTOMER-FILE
           MOVE WS-DUPLICATE-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   DISPLAY "Duplicate record " WS-DUPLICATE-ID
                           " not found - history repointed anyway."
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO MJA-BEFORE
                   MOVE CUSTOMER-MKT-CONSENT TO WS-DUP-MKT-CONSENT
                   MOVE CUSTOMER-CONSENT-DATE TO WS-DUP-CONSENT-DATE
                   MOVE CUSTOMER-CONSENT-SOURCE
                       TO WS-DUP-CONSENT-SOURCE
                   MOVE 'Merged' TO CUSTOMER-ACCOUNT-TYPE
                   MOVE SPACES TO WS-RETIRE-NOTE
                   STRING 'Merged into ' WS-SURVIVOR-ID
                       DELIMITED BY SIZE INTO WS-RETIRE-NOTE
                   MOVE WS-RETIRE-NOTE TO COMPANY-NAME
                   REWRITE CUSTOMER-RECORD
                   MOVE 'Merge' TO MJA-ACTION
                   PERFORM JOURNAL-CUSTOMER-CHANGE
           END-READ
           CLOSE CUSTOMER-FILE.

       *> The person's latest word on marketing wins, whichever of
       *> the two records it was given on.
       CARRY-MARKETING-CONSENT.
           IF WS-DUP-CONSENT-DATE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-FILE
           MOVE WS-SURVIVOR-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               NOT INVALID KEY
                   IF WS-DUP-CONSENT-DATE > CUSTOMER-CONSENT-DATE
                       MOVE CUSTOMER-RECORD TO MJA-BEFORE
                       MOVE WS-DUP-MKT-CONSENT TO CUSTOMER-MKT-CONSENT
                       MOVE WS-DUP-CONSENT-DATE
                           TO CUSTOMER-CONSENT-DATE
                       MOVE WS-DUP-CONSENT-SOURCE
                           TO CUSTOMER-CONSENT-SOURCE
                       REWRITE CUSTOMER-RECORD
                       MOVE 'Change' TO MJA-ACTION
                       PERFORM JOURNAL-CUSTOMER-CHANGE
                   END-IF
           END-READ
           CLOSE CUSTOMER-FILE.

       *> The caller has set the before image and the action.
       JOURNAL-CUSTOMER-CHANGE.
           MOVE CUSTOMER-RECORD TO MJA-AFTER
           MOVE 'CUSTOMERS' TO MJA-FILE
           MOVE CUSTOMER-ID TO MJA-KEY
           MOVE 'mergeCustomers' TO MJA-PROGRAM
           CALL 'masterJournal' USING MASTER-JOURNAL-AREA.

      *****************************************************************
      * AUDIT LOG - one row per merge, booking id zero, the old and
      * new status columns carrying the duplicate and survivor ids.
