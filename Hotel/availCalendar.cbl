      * the caller waits. Scoped to the session's property (blank
      * reads as MAIN, as everywhere). The counts are kept live by
      * availAdjust in the booking paths and re-proved nightly by
      * availRebuild. A date with a city event or holiday on it
      * (EVENTS.DAT) shows the event's impact and name.
      *****************************************************************

       ENVIRONMENT DIVISION.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-PROPERTY             PIC X(4) VALUE 'MAIN'.
       01  WS-EVENT-MARK           PIC X(36).

       *> Event lookup call area
       COPY "./CopyBooks/EVENTAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.
               CLOSE AVAILCNT-FILE
               GOBACK
           END-IF
           MOVE 'L' TO EVA-MODE
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           DISPLAY "DATE      TYPE        PROP  FREE   EVENT"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AVAILCNT-FILE NEXT
                       IF AC-DATE(1:6) = WS-IN-MONTH
                          AND AC-PROPERTY = WS-PROPERTY
                           ADD 1 TO WS-SHOWN-COUNT
                           PERFORM FIND-DATE-EVENT
                           DISPLAY AC-DATE "  " AC-ROOM-TYPE "  "
                                   AC-PROPERTY "  " AC-FREE "  "
                                   WS-EVENT-MARK
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           GOBACK.

       FIND-DATE-EVENT.
           MOVE SPACES TO WS-EVENT-MARK
           MOVE 'C' TO EVA-MODE
           MOVE AC-DATE TO EVA-DATE-FROM
           MOVE AC-DATE TO EVA-DATE-TO
           MOVE WS-PROPERTY TO EVA-PROPERTY
           CALL 'eventLookup' USING EVENT-LOOKUP-AREA
           IF EVA-EVENT-FOUND
               STRING "*" EVA-IMPACT-CODE "* " EVA-EVENT-NAME
                   DELIMITED BY SIZE INTO WS-EVENT-MARK
           END-IF.

       READ-SESSION-PROPERTY.
           MOVE 'MAIN' TO WS-PROPERTY
           OPEN INPUT SESSION-FILE
