       IDENTIFICATION DIVISION.
       PROGRAM-ID. rateShopStats.

      *****************************************************************
      * COMPETITOR SET FIGURES FOR ONE ROOM TYPE AND NIGHT
      * (CALLED SUBPROGRAM)
      * Gathers the competitor prices RATESHOP.DAT holds for the
      * room type and date in RATE-SHOP-AREA and sets them against
      * RA-OUR-PRICE: the lowest, median and highest competitor
      * price, our rank in the set (1 = cheapest, counting ourselves
      * in), the gap from our price to the median, and RA-FLAG
      * 'HIGH' when nobody in the set charges more than we do or
      * 'LOW' when nobody charges less. RA-COMP-COUNT comes back 0
      * when the shop has no prices for that night.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATESHOP-FILE ASSIGN TO '../DATA/RATESHOP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATESHOP-FILE.
       COPY "./CopyBooks/RATESHOP.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RS-FILE-STATUS       PIC 99.
           88 RS-FILE-OK           VALUE 00.
           88 RS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-EOF                  PIC X VALUE 'N'.

       *> Competitor prices for the night, kept in ascending order
       01  WS-PRICE-COUNT          PIC 9(2) VALUE 0.
       01  WS-PRICE-IDX            PIC 9(2).
       01  WS-SHIFT-IDX            PIC 9(2).
       01  WS-PRICE-TABLE.
           05 WS-PRICE OCCURS 20 TIMES PIC 9(9).
       01  WS-NEW-PRICE            PIC 9(9).
       01  WS-MID-IDX              PIC 9(2).
       01  WS-CHEAPER-COUNT        PIC 9(2).
       01  WS-DEARER-COUNT         PIC 9(2).

       LINKAGE SECTION.
       COPY "./CopyBooks/RSAREA.cpy".

       PROCEDURE DIVISION USING RATE-SHOP-AREA.
       MAIN-PROCEDURE.
           MOVE 0 TO RA-COMP-COUNT
           MOVE 0 TO RA-MIN-PRICE
           MOVE 0 TO RA-MEDIAN-PRICE
           MOVE 0 TO RA-MAX-PRICE
           MOVE 0 TO RA-RANK
           MOVE 0 TO RA-GAP
           MOVE SPACES TO RA-FLAG
           MOVE 0 TO WS-PRICE-COUNT

           OPEN INPUT RATESHOP-FILE
           IF RS-FILE-ERROR
               CLOSE RATESHOP-FILE
               GOBACK
           END-IF
           MOVE RA-DATE TO RS-SHOP-DATE
           MOVE RA-ROOM-TYPE TO RS-ROOM-TYPE
           MOVE LOW-VALUES TO RS-COMPETITOR
           START RATESHOP-FILE KEY IS >= RS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATESHOP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RS-SHOP-DATE NOT = RA-DATE
                          OR RS-ROOM-TYPE NOT = RA-ROOM-TYPE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RS-PRICE > 0 AND WS-PRICE-COUNT < 20
                               PERFORM ADD-PRICE-IN-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATESHOP-FILE

           IF WS-PRICE-COUNT = 0
               GOBACK
           END-IF
           PERFORM SET-POSITION
           GOBACK.

       ADD-PRICE-IN-ORDER.
           MOVE RS-PRICE TO WS-NEW-PRICE
           ADD 1 TO WS-PRICE-COUNT
           MOVE WS-PRICE-COUNT TO WS-SHIFT-IDX
           PERFORM UNTIL WS-SHIFT-IDX = 1
               IF WS-PRICE(WS-SHIFT-IDX - 1) <= WS-NEW-PRICE
                   EXIT PERFORM
               END-IF
               MOVE WS-PRICE(WS-SHIFT-IDX - 1) TO WS-PRICE(WS-SHIFT-IDX)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM
           MOVE WS-NEW-PRICE TO WS-PRICE(WS-SHIFT-IDX).

       *> With an even number of competitors the median is the
       *> average of the middle two.
       SET-POSITION.
           MOVE WS-PRICE-COUNT TO RA-COMP-COUNT
           MOVE WS-PRICE(1) TO RA-MIN-PRICE
           MOVE WS-PRICE(WS-PRICE-COUNT) TO RA-MAX-PRICE
           COMPUTE WS-MID-IDX = (WS-PRICE-COUNT + 1) / 2
           IF FUNCTION MOD(WS-PRICE-COUNT, 2) = 1
               MOVE WS-PRICE(WS-MID-IDX) TO RA-MEDIAN-PRICE
           ELSE
               COMPUTE RA-MEDIAN-PRICE ROUNDED =
                   (WS-PRICE(WS-MID-IDX) + WS-PRICE(WS-MID-IDX + 1))
                   / 2
           END-IF
           COMPUTE RA-GAP = RA-OUR-PRICE - RA-MEDIAN-PRICE

           MOVE 0 TO WS-CHEAPER-COUNT
           MOVE 0 TO WS-DEARER-COUNT
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
                   UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
               IF WS-PRICE(WS-PRICE-IDX) < RA-OUR-PRICE
                   ADD 1 TO WS-CHEAPER-COUNT
               END-IF
               IF WS-PRICE(WS-PRICE-IDX) > RA-OUR-PRICE
                   ADD 1 TO WS-DEARER-COUNT
               END-IF
           END-PERFORM
           COMPUTE RA-RANK = WS-CHEAPER-COUNT + 1
           EVALUATE TRUE
               WHEN WS-DEARER-COUNT = 0
                   MOVE 'HIGH' TO RA-FLAG
               WHEN WS-CHEAPER-COUNT = 0
                   MOVE 'LOW' TO RA-FLAG
           END-EVALUATE.

       END PROGRAM rateShopStats.
