       IDENTIFICATION DIVISION.
       PROGRAM-ID. cancelPolicy.

      *****************************************************************
      * CANCELLATION POLICY LOOK-UP AND PRICING (CALLED SUBPROGRAM)
      * Every booking carries a policy code from CANCPOL.DAT - a
      * deadline in hours before arrival and the penalty for
      * cancelling inside it: a number of nights, a percent of the
      * stay, or a fixed amount. Action 'L' looks the code up and
      * returns its terms as two letter lines; action 'P' also
      * prices a cancellation made now against CPA-ARRIVAL-DATE,
      * CPA-NIGHTS and CPA-NIGHT-RATE. A blank code is the house
      * default (48H). FLEXIBLE, 48H and NONREF stand built in so a
      * booking is never without terms before the file is set up.
      * Arrival is taken as the standard check-in time from
      * HOUSEPOL.CFG (CIN line), 14:00 without it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCPOL-FILE ASSIGN TO '../DATA/CANCPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-CODE
               FILE STATUS IS WS-CPL-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO '../DATA/HOUSEPOL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCPOL-FILE.
       COPY "./CopyBooks/CANCPOL.cpy".

       FD  POLICY-FILE.
       COPY "./CopyBooks/HOUSEPOL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CPL-FILE-STATUS      PIC 99.
           88 CPL-FILE-OK          VALUE 00.
           88 CPL-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-POL-FILE-STATUS      PIC 99.
           88 POL-FILE-OK          VALUE 00.
           88 POL-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-POL-EOF              PIC X.

       01  WS-STD-CHECKIN-TIME     PIC 9(4).
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW-HHMM             PIC 9(4).
       01  WS-MINUTES-LEFT         PIC S9(9).
       01  WS-CHARGE-NIGHTS        PIC 9(5).

       01  WS-HRS-DISPLAY          PIC ZZ9.
       01  WS-VALUE-DISPLAY        PIC Z(6)9.
       01  WS-PENALTY-TEXT         PIC X(30).

       LINKAGE SECTION.
       COPY "./CopyBooks/CPOLAREA.cpy".

       PROCEDURE DIVISION USING CANCEL-POLICY-AREA.
       MAIN-PROCEDURE.
           IF CPA-CODE = SPACES
               MOVE '48H' TO CPA-CODE
           END-IF
           MOVE FUNCTION UPPER-CASE(CPA-CODE) TO CPA-CODE
           PERFORM LOOK-UP-POLICY
           PERFORM BUILD-POLICY-TERMS
           MOVE 0 TO CPA-HOURS-LEFT
           MOVE 0 TO CPA-PENALTY
           IF CPA-ACTION = 'P'
               PERFORM PRICE-CANCELLATION
           END-IF
           GOBACK.

       *> The file wins; the three built-in codes stand in when it
       *> has no row for them. Anything else unknown falls back to
       *> the house default with CPA-FOUND 'N' for the caller.
       LOOK-UP-POLICY.
           MOVE 'N' TO CPA-FOUND
           OPEN INPUT CANCPOL-FILE
           IF CPL-FILE-OK
               MOVE CPA-CODE TO CPL-CODE
               READ CANCPOL-FILE KEY IS CPL-CODE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(CPL-STATUS) = 'Active'
                           MOVE 'Y' TO CPA-FOUND
                           MOVE CPL-DESC TO CPA-DESC
                           MOVE CPL-DEADLINE-HRS TO CPA-DEADLINE-HRS
                           MOVE CPL-PENALTY-TYPE TO CPA-PENALTY-TYPE
                           MOVE CPL-PENALTY-VALUE TO CPA-PENALTY-VALUE
                       END-IF
               END-READ
           END-IF
           CLOSE CANCPOL-FILE
           IF CPA-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE CPA-CODE
               WHEN 'FLEXIBLE'
                   MOVE 'Y' TO CPA-FOUND
                   MOVE 'Flexible' TO CPA-DESC
                   MOVE 24 TO CPA-DEADLINE-HRS
                   MOVE 'N' TO CPA-PENALTY-TYPE
                   MOVE 1 TO CPA-PENALTY-VALUE
               WHEN 'NONREF'
                   MOVE 'Y' TO CPA-FOUND
                   MOVE 'Non-refundable' TO CPA-DESC
                   MOVE 999 TO CPA-DEADLINE-HRS
                   MOVE 'P' TO CPA-PENALTY-TYPE
                   MOVE 100 TO CPA-PENALTY-VALUE
               WHEN '48H'
                   MOVE 'Y' TO CPA-FOUND
                   PERFORM SET-HOUSE-DEFAULT
               WHEN OTHER
                   MOVE 'N' TO CPA-FOUND
                   PERFORM SET-HOUSE-DEFAULT
           END-EVALUATE.

       SET-HOUSE-DEFAULT.
           MOVE '48H' TO CPA-CODE
           MOVE '48 hours before arrival' TO CPA-DESC
           MOVE 48 TO CPA-DEADLINE-HRS
           MOVE 'N' TO CPA-PENALTY-TYPE
           MOVE 1 TO CPA-PENALTY-VALUE.

       *> Two 60-column lines, the width of a confirmation letter.
       *> A deadline of 999 hours means no free cancellation at all.
       BUILD-POLICY-TERMS.
           MOVE CPA-PENALTY-VALUE TO WS-VALUE-DISPLAY
           MOVE SPACES TO WS-PENALTY-TEXT
           EVALUATE CPA-PENALTY-TYPE
               WHEN 'N'
                   STRING FUNCTION TRIM(WS-VALUE-DISPLAY) " NIGHT(S)"
                       DELIMITED BY SIZE INTO WS-PENALTY-TEXT
               WHEN 'P'
                   STRING FUNCTION TRIM(WS-VALUE-DISPLAY)
                       "% OF THE STAY"
                       DELIMITED BY SIZE INTO WS-PENALTY-TEXT
               WHEN OTHER
                   STRING "A FEE OF " FUNCTION TRIM(WS-VALUE-DISPLAY)
                       DELIMITED BY SIZE INTO WS-PENALTY-TEXT
           END-EVALUATE
           MOVE SPACES TO CPA-TERMS-1
           MOVE SPACES TO CPA-TERMS-2
           IF CPA-DEADLINE-HRS = 999
               STRING "CANCELLATION TERMS (" FUNCTION TRIM(CPA-CODE)
                   "): NON-REFUNDABLE;"
                   DELIMITED BY SIZE INTO CPA-TERMS-1
               STRING "ANY CANCELLATION IS CHARGED "
                   FUNCTION TRIM(WS-PENALTY-TEXT) "."
                   DELIMITED BY SIZE INTO CPA-TERMS-2
           ELSE
               MOVE CPA-DEADLINE-HRS TO WS-HRS-DISPLAY
               STRING "CANCELLATION TERMS (" FUNCTION TRIM(CPA-CODE)
                   "): FREE UNTIL " FUNCTION TRIM(WS-HRS-DISPLAY)
                   " HOURS"
                   DELIMITED BY SIZE INTO CPA-TERMS-1
               STRING "BEFORE ARRIVAL; LATER CANCELLATIONS ARE CHARGED "
                   FUNCTION TRIM(WS-PENALTY-TEXT) "."
                   DELIMITED BY SIZE INTO CPA-TERMS-2
           END-IF.

       *> Minutes from now to the standard check-in time on the
       *> arrival date decide whether the deadline has passed. A
       *> nights penalty never charges more nights than the stay has.
       PRICE-CANCELLATION.
           PERFORM LOAD-CHECKIN-TIME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           MOVE WS-NOW-STAMP(9:4) TO WS-NOW-HHMM
           COMPUTE WS-MINUTES-LEFT =
               (FUNCTION INTEGER-OF-DATE(CPA-ARRIVAL-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-TODAY)) * 1440
               + (WS-STD-CHECKIN-TIME / 100) * 60
               + FUNCTION MOD(WS-STD-CHECKIN-TIME, 100)
               - (WS-NOW-HHMM / 100) * 60
               - FUNCTION MOD(WS-NOW-HHMM, 100)
           COMPUTE CPA-HOURS-LEFT = WS-MINUTES-LEFT / 60
           IF CPA-DEADLINE-HRS NOT = 999
              AND WS-MINUTES-LEFT >= CPA-DEADLINE-HRS * 60
               EXIT PARAGRAPH
           END-IF
           EVALUATE CPA-PENALTY-TYPE
               WHEN 'N'
                   MOVE CPA-PENALTY-VALUE TO WS-CHARGE-NIGHTS
                   IF WS-CHARGE-NIGHTS > CPA-NIGHTS
                       MOVE CPA-NIGHTS TO WS-CHARGE-NIGHTS
                   END-IF
                   COMPUTE CPA-PENALTY =
                       WS-CHARGE-NIGHTS * CPA-NIGHT-RATE
               WHEN 'P'
                   COMPUTE CPA-PENALTY =
                       CPA-NIGHTS * CPA-NIGHT-RATE
                       * CPA-PENALTY-VALUE / 100
               WHEN OTHER
                   MOVE CPA-PENALTY-VALUE TO CPA-PENALTY
           END-EVALUATE.

       LOAD-CHECKIN-TIME.
           MOVE 1400 TO WS-STD-CHECKIN-TIME
           OPEN INPUT POLICY-FILE
           IF POL-FILE-OK
               MOVE 'N' TO WS-POL-EOF
               PERFORM UNTIL WS-POL-EOF = 'Y'
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POL-EOF
                       NOT AT END
                           IF POL-KIND = 'CIN' AND POL-TIME IS NUMERIC
                               MOVE POL-TIME TO WS-STD-CHECKIN-TIME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE POLICY-FILE.

       END PROGRAM cancelPolicy.
