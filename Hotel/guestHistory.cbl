       01  WS-SEEN-TABLE.
           05 WS-SEEN-CHECKIN OCCURS 100 TIMES PIC 9(5).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           DISPLAY "=========================================="
           DISPLAY "   GUEST STAY-HISTORY STATEMENT"
           DISPLAY "=========================================="
                       DISPLAY "Customer " WS-STMT-CUSTOMER-ID
                               " (record not on file)"
                   NOT INVALID KEY
                       MOVE CUSTOMER-PHONE TO PM-VALUE
                       CALL 'maskPii' USING PII-MASK-AREA
                       DISPLAY "STATEMENT FOR " CUSTOMER-ID " "
                               FUNCTION TRIM(CUSTOMER-NAME)
                               "  PH " PM-VALUE(1:15)
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE
