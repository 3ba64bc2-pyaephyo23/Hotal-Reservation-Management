       IDENTIFICATION DIVISION.
       PROGRAM-ID. eventLookup.

      *****************************************************************
      * CITY EVENT / HOLIDAY LOOKUP (CALLED SUBPROGRAM)
      * Festivals, trade fairs and public holidays in EVENTS.DAT are
      * held in a table the first time the program is called, so a
      * report that asks about every date of a horizon reads the file
      * only once.
      *   mode 'L' - (re)load the table from the file
      *   mode 'C' - check a date range, loading first if need be
      * An event matches when its dates overlap EVA-DATE-FROM thru
      * EVA-DATE-TO and its property is the one asked for, or is
      * blank or ALL. For a stay, pass the last night (check-out
      * day less one) as EVA-DATE-TO. When several events match,
      * the one with the highest impact is returned and
      * EVA-MATCH-COUNT says how many there were.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO '../DATA/EVENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-EV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       COPY "./CopyBooks/EVENTS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EV-FILE-STATUS       PIC 99.
           88 EV-FILE-OK           VALUE 00.
           88 EV-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-LOADED               PIC X VALUE 'N'.
       01  WS-IDX                  PIC 9(3).
       01  WS-RANK                 PIC 9.
       01  WS-BEST-RANK            PIC 9.

       01  WS-EVENT-COUNT          PIC 9(3) VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 200 TIMES.
               10  WS-EVT-ID       PIC 9(5).
               10  WS-EVT-NAME     PIC X(30).
               10  WS-EVT-START    PIC 9(8).
               10  WS-EVT-END      PIC 9(8).
               10  WS-EVT-IMPACT   PIC X(6).
               10  WS-EVT-PROPERTY PIC X(4).

       LINKAGE SECTION.
       COPY "./CopyBooks/EVENTAREA.cpy".

       PROCEDURE DIVISION USING EVENT-LOOKUP-AREA.
       MAIN-PROCEDURE.
           MOVE 'N' TO EVA-FOUND
           MOVE 0 TO EVA-MATCH-COUNT
           MOVE 0 TO EVA-EVENT-ID
           MOVE SPACES TO EVA-EVENT-NAME
           MOVE SPACES TO EVA-IMPACT
           MOVE SPACES TO EVA-IMPACT-CODE
           MOVE 0 TO EVA-START-DATE
           MOVE 0 TO EVA-END-DATE
           IF EVA-MODE = 'L' OR WS-LOADED NOT = 'Y'
               PERFORM LOAD-EVENTS
           END-IF
           IF EVA-MODE = 'C'
               PERFORM CHECK-DATES
           END-IF
           GOBACK.

       LOAD-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 'Y' TO WS-LOADED
           OPEN INPUT EVENTS-FILE
           IF EV-FILE-ERROR
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EVENT-COUNT < 200
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE EV-ID TO WS-EVT-ID(WS-EVENT-COUNT)
                           MOVE EV-NAME TO WS-EVT-NAME(WS-EVENT-COUNT)
                           MOVE EV-START-DATE
                               TO WS-EVT-START(WS-EVENT-COUNT)
                           MOVE EV-END-DATE
                               TO WS-EVT-END(WS-EVENT-COUNT)
                           MOVE EV-IMPACT
                               TO WS-EVT-IMPACT(WS-EVENT-COUNT)
                           MOVE EV-PROPERTY
                               TO WS-EVT-PROPERTY(WS-EVENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

       CHECK-DATES.
           IF EVA-DATE-TO < EVA-DATE-FROM
               MOVE EVA-DATE-FROM TO EVA-DATE-TO
           END-IF
           MOVE 0 TO WS-BEST-RANK
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EVENT-COUNT
               IF WS-EVT-START(WS-IDX) <= EVA-DATE-TO
                  AND WS-EVT-END(WS-IDX) >= EVA-DATE-FROM
                  AND (EVA-PROPERTY = SPACES
                       OR WS-EVT-PROPERTY(WS-IDX) = SPACES
                       OR FUNCTION TRIM(WS-EVT-PROPERTY(WS-IDX))
                          = 'ALL'
                       OR WS-EVT-PROPERTY(WS-IDX) = EVA-PROPERTY)
                   ADD 1 TO EVA-MATCH-COUNT
                   PERFORM KEEP-IF-HIGHER
               END-IF
           END-PERFORM.

       *> High outranks Medium outranks Low; on a tie the event that
       *> starts first is kept.
       KEEP-IF-HIGHER.
           EVALUATE FUNCTION TRIM(WS-EVT-IMPACT(WS-IDX))
               WHEN 'High'
                   MOVE 3 TO WS-RANK
               WHEN 'Medium'
                   MOVE 2 TO WS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-RANK
           END-EVALUATE
           IF WS-RANK > WS-BEST-RANK
              OR (WS-RANK = WS-BEST-RANK
                  AND WS-EVT-START(WS-IDX) < EVA-START-DATE)
               MOVE WS-RANK TO WS-BEST-RANK
               MOVE 'Y' TO EVA-FOUND
               MOVE WS-EVT-ID(WS-IDX) TO EVA-EVENT-ID
               MOVE WS-EVT-NAME(WS-IDX) TO EVA-EVENT-NAME
               MOVE WS-EVT-IMPACT(WS-IDX) TO EVA-IMPACT
               MOVE WS-EVT-IMPACT(WS-IDX)(1:1) TO EVA-IMPACT-CODE
               MOVE WS-EVT-START(WS-IDX) TO EVA-START-DATE
               MOVE WS-EVT-END(WS-IDX) TO EVA-END-DATE
           END-IF.

       END PROGRAM eventLookup.
