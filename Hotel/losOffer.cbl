       IDENTIFICATION DIVISION.
       PROGRAM-ID. losOffer.

      *****************************************************************
      * LENGTH-OF-STAY OFFER PRICING (CALLED SUBPROGRAM)
      * Offers in LOSOFFER.DAT give a stay that reaches a number of
      * nights either free nights ("stay 4, pay 3") or a percentage
      * off, for one room type (or ALL) and a range of stay dates.
      * Priced night by night: only nights that fall inside the
      * offer's dates count, a free-night offer gives its free
      * nights once for every full run of the minimum length, and a
      * percentage offer takes its percent off each of those nights.
      *   mode 'F' - find the best Active offer for the stay
      *   mode 'P' - price the offer named in LA-OFFER-CODE on the
      *              dates given (an offer sold stays honoured even
      *              if it has since been deactivated)
      * LA-RESULT comes back 'Y' when there is a benefit, 'S' when an
      * offer fits the dates but the stay is too short for it (the
      * code and minimum are returned so the desk can say so), and
      * 'N' otherwise.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSOFFER-FILE ASSIGN TO '../DATA/LOSOFFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODE
               FILE STATUS IS WS-LO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOSOFFER-FILE.
       COPY "./CopyBooks/LOSOFFER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LO-FILE-STATUS       PIC 99.
           88 LO-FILE-OK           VALUE 00.
           88 LO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-IN-INTEGER           PIC 9(8).
       01  WS-OUT-INTEGER          PIC 9(8).
       01  WS-DAY-INTEGER          PIC 9(8).
       01  WS-NIGHT-DATE           PIC 9(8).
       01  WS-MIN-NIGHTS           PIC 9(3).
       01  WS-OFFER-NIGHTS         PIC 9(3).
       01  WS-FREE-NIGHTS          PIC 9(3).
       01  WS-FULL-RUNS            PIC 9(3).
       01  WS-BENEFIT              PIC 9(9).
       01  WS-SHORT-MIN            PIC 9(3).

       LINKAGE SECTION.
       COPY "./CopyBooks/LOSAREA.cpy".

       PROCEDURE DIVISION USING LOS-OFFER-AREA.
       MAIN-PROCEDURE.
           MOVE 'N' TO LA-RESULT
           MOVE 0 TO LA-NIGHTS
           MOVE 0 TO LA-OFFER-NIGHTS
           MOVE 0 TO LA-FREE-NIGHTS
           MOVE 0 TO LA-BENEFIT
           MOVE 0 TO LA-MIN-NIGHTS
           IF LA-CHECKOUT-DATE <= LA-CHECKIN-DATE OR LA-RATE = 0
               IF LA-MODE = 'F'
                   MOVE SPACES TO LA-OFFER-CODE
               END-IF
               GOBACK
           END-IF
           COMPUTE WS-IN-INTEGER =
               FUNCTION INTEGER-OF-DATE(LA-CHECKIN-DATE)
           COMPUTE WS-OUT-INTEGER =
               FUNCTION INTEGER-OF-DATE(LA-CHECKOUT-DATE)
           COMPUTE LA-NIGHTS = WS-OUT-INTEGER - WS-IN-INTEGER

           OPEN INPUT LOSOFFER-FILE
           IF LO-FILE-ERROR
               CLOSE LOSOFFER-FILE
               IF LA-MODE = 'F'
                   MOVE SPACES TO LA-OFFER-CODE
               END-IF
               GOBACK
           END-IF
           IF LA-MODE = 'P'
               PERFORM PRICE-NAMED-OFFER
           ELSE
               PERFORM FIND-BEST-OFFER
           END-IF
           CLOSE LOSOFFER-FILE
           GOBACK.

       PRICE-NAMED-OFFER.
           MOVE LA-OFFER-CODE TO LO-CODE
           READ LOSOFFER-FILE KEY IS LO-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM PRICE-ONE-OFFER
           MOVE LO-DESC TO LA-OFFER-DESC
           MOVE WS-MIN-NIGHTS TO LA-MIN-NIGHTS
           MOVE WS-OFFER-NIGHTS TO LA-OFFER-NIGHTS
           MOVE WS-FREE-NIGHTS TO LA-FREE-NIGHTS
           MOVE WS-BENEFIT TO LA-BENEFIT
           IF WS-BENEFIT > 0
               MOVE 'Y' TO LA-RESULT
           ELSE
               IF WS-OFFER-NIGHTS > 0 OR LA-NIGHTS < WS-MIN-NIGHTS
                   MOVE 'S' TO LA-RESULT
               END-IF
           END-IF.

       *> The offer worth most to the guest wins; an offer the stay
       *> falls short of is remembered only when nothing applies.
       FIND-BEST-OFFER.
           MOVE SPACES TO LA-OFFER-CODE
           MOVE SPACES TO LA-OFFER-DESC
           MOVE 0 TO WS-SHORT-MIN
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOSOFFER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LO-STATUS) = 'Active'
                          AND (LO-ROOM-TYPE = LA-ROOM-TYPE
                               OR FUNCTION TRIM(LO-ROOM-TYPE) = 'ALL')
                          AND LA-CHECKIN-DATE <= LO-STAY-END
                          AND LA-CHECKOUT-DATE > LO-STAY-START
                           PERFORM PRICE-ONE-OFFER
                           PERFORM KEEP-IF-BETTER
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-IF-BETTER.
           IF WS-BENEFIT > 0
               IF WS-BENEFIT > LA-BENEFIT
                   MOVE 'Y' TO LA-RESULT
                   MOVE LO-CODE TO LA-OFFER-CODE
                   MOVE LO-DESC TO LA-OFFER-DESC
                   MOVE WS-MIN-NIGHTS TO LA-MIN-NIGHTS
                   MOVE WS-OFFER-NIGHTS TO LA-OFFER-NIGHTS
                   MOVE WS-FREE-NIGHTS TO LA-FREE-NIGHTS
                   MOVE WS-BENEFIT TO LA-BENEFIT
               END-IF
           ELSE
               IF LA-RESULT NOT = 'Y'
                  AND (WS-SHORT-MIN = 0 OR WS-MIN-NIGHTS < WS-SHORT-MIN)
                   MOVE 'S' TO LA-RESULT
                   MOVE WS-MIN-NIGHTS TO WS-SHORT-MIN
                   MOVE LO-CODE TO LA-OFFER-CODE
                   MOVE LO-DESC TO LA-OFFER-DESC
                   MOVE WS-MIN-NIGHTS TO LA-MIN-NIGHTS
               END-IF
           END-IF.

       *> Works on the offer record in LOS-OFFER-RECORD.
       PRICE-ONE-OFFER.
           MOVE 0 TO WS-OFFER-NIGHTS
           MOVE 0 TO WS-FREE-NIGHTS
           MOVE 0 TO WS-BENEFIT
           MOVE LO-MIN-NIGHTS TO WS-MIN-NIGHTS
           IF WS-MIN-NIGHTS = 0
               MOVE 1 TO WS-MIN-NIGHTS
           END-IF
           MOVE WS-IN-INTEGER TO WS-DAY-INTEGER
           PERFORM UNTIL WS-DAY-INTEGER >= WS-OUT-INTEGER
               COMPUTE WS-NIGHT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               IF WS-NIGHT-DATE >= LO-STAY-START
                  AND WS-NIGHT-DATE <= LO-STAY-END
                   ADD 1 TO WS-OFFER-NIGHTS
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM
           IF LA-NIGHTS < WS-MIN-NIGHTS OR WS-OFFER-NIGHTS = 0
               EXIT PARAGRAPH
           END-IF
           IF LO-KIND = 'P'
               COMPUTE WS-BENEFIT ROUNDED =
                   WS-OFFER-NIGHTS * LA-RATE * LO-PCT / 100
           ELSE
               *> Whole runs only - five nights of a stay-4-pay-3
               *> still earn one free night.
               COMPUTE WS-FULL-RUNS = WS-OFFER-NIGHTS / WS-MIN-NIGHTS
               COMPUTE WS-FREE-NIGHTS = WS-FULL-RUNS * LO-FREE-NIGHTS
               IF WS-FREE-NIGHTS > WS-OFFER-NIGHTS
                   MOVE WS-OFFER-NIGHTS TO WS-FREE-NIGHTS
               END-IF
               COMPUTE WS-BENEFIT = WS-FREE-NIGHTS * LA-RATE
           END-IF.

       END PROGRAM losOffer.
