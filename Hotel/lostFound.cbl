               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           PERFORM LOAD-RETENTION-DAYS
                       "item against the room only."
           ELSE
               PERFORM FILL-GUEST-CONTACT
               MOVE WS-FOUND-GUEST-PHONE TO PM-VALUE
               CALL 'maskPii' USING PII-MASK-AREA
               DISPLAY "Item tied to stay " WS-FOUND-CHECKIN-ID
                       " - " FUNCTION TRIM(WS-FOUND-GUEST-NAME)
                       " PH " PM-VALUE(1:15)
           END-IF

           PERFORM GENERATE-NEXT-LF-ID
