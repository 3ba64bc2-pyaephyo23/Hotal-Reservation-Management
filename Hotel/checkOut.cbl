               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-FILE-STATUS.
           SELECT LOSUSE-FILE ASSIGN TO '../DATA/LOSUSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LU-BOOKING-ID
               FILE STATUS IS WS-LU-FILE-STATUS.
           SELECT FXRATES-FILE ASSIGN TO '../DATA/FXRATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-ID
               FILE STATUS IS WS-GS-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO '../DATA/HOUSEPOL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.
           SELECT LAUNDRY-FILE ASSIGN TO '../DATA/LAUNDRY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-TICKET
               FILE STATUS IS WS-LT-FILE-STATUS.
           SELECT SAFEBOX-FILE ASSIGN TO '../DATA/SAFEBOX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-BOX-NO
               FILE STATUS IS WS-SB-FILE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO '../DATA/WAIVERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-ID
               FILE STATUS IS WS-WV-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT LEVY-CONFIG-FILE ASSIGN TO '../DATA/LEVY.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVY-CFG-STATUS.
           SELECT TAXEXEMPT-FILE ASSIGN TO '../DATA/TAXEXEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CERT-NO
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT INTENT-FILE ASSIGN TO '../DATA/INTENTJN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT GRATUITY-FILE ASSIGN TO '../DATA/GRATUITY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-ID
               FILE STATUS IS WS-GR-FILE-STATUS.
           SELECT PREAUTH-FILE ASSIGN TO '../DATA/PREAUTHS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT PROFORMA-FILE ASSIGN TO '../DATA/PROFORMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ID
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT INVTAX-FILE ASSIGN TO '../DATA/INVTAX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-KEY
               FILE STATUS IS WS-IT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUESTSVC-FILE.
       COPY "./CopyBooks/GUESTSVC.cpy".

       FD  POLICY-FILE.
       COPY "./CopyBooks/HOUSEPOL.cpy".

       FD  LAUNDRY-FILE.
       COPY "./CopyBooks/LAUNDRY.cpy".

       FD  SAFEBOX-FILE.
       COPY "./CopyBooks/SAFEBOX.cpy".

       FD  WAIVER-FILE.
       COPY "./CopyBooks/WAIVERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
       FD  PROMOS-FILE.
       COPY "./CopyBooks/PROMOS.cpy".

       FD  LOSUSE-FILE.
       COPY "./CopyBooks/LOSUSE.cpy".

       FD  LEVY-CONFIG-FILE.
       01  LEVY-CFG-LINE           PIC X(10).

       FD  TAXEXEMPT-FILE.
       COPY "./CopyBooks/TAXEXEMPT.cpy".

       FD  INTENT-FILE.
       COPY "./CopyBooks/INTENTJN.cpy".

       FD  CONTRACTS-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy".

       FD  GRATUITY-FILE.
       COPY "./CopyBooks/GRATUITY.cpy".

       FD  PROFORMA-FILE.
       COPY "./CopyBooks/PROFORMA.cpy".

       FD  INVTAX-FILE.
       COPY "./CopyBooks/INVTAX.cpy".

       WORKING-STORAGE SECTION.
       *> Menu control variables
       01 WS-CHOICE                   PIC 9.
       01 WS-ROOM-PRICE               PIC 9(9).
       01 WS-ROOM-CURRENCY            PIC X(3).

       *> Share-with booking: this stay's part of the room rate
       *> and whether the partner is still in the room
       01 WS-SHARE-ROLE               PIC X VALUE SPACE.
       01 WS-SHARE-WITH               PIC 9(5) VALUE 0.
       01 WS-SHARE-PCT                PIC 9(3) VALUE 0.
       01 WS-SHARER-IN-HOUSE          PIC X VALUE 'N'.
       01 WS-SHARE-CHECKIN-ID         PIC 9(5).
       01 WS-ROOM-STAY-COUNT          PIC 9 VALUE 0.
       01 WS-ROOM-STAY-ID             PIC 9(5) OCCURS 2 TIMES.
       01 WS-ROOM-STAY-BOOKING        PIC 9(5) OCCURS 2 TIMES.
       01 WS-ROOM-STAY-PICK           PIC 9 VALUE 0.

       *> Nightly rate locked onto the booking when it was made
       01 WS-BOOKED-RATE              PIC 9(9) VALUE 0.
       01 WS-RATE-SOURCE              PIC X(8) VALUE SPACES.

       *> Extra-adult/extra-child nightly charge agreed at booking
       01 WS-XPERSON-RATE             PIC 9(7) VALUE 0.
       01 WS-XPERSON-ADULTS           PIC 9(2) VALUE 0.
       01 WS-XPERSON-CHILDREN         PIC 9(2) VALUE 0.
       01 WS-XPERSON-AMT              PIC 9(9) VALUE 0.

       *> Billing calculations
       01 WS-STAY-DAYS                PIC 9(3).
       01 WS-ROOM-CHARGES             PIC 9(9).
           88 RATE-FILE-OK            VALUE 00.
           88 RATE-FILE-ERROR         VALUE 01 THRU 99.

       *> Tax by code - each charge is taxed at the rate of the tax
       *> code its category carries, and the base, tax, exemption
       *> and routed part are kept per code for INVTAX.DAT.
       01 WS-IT-FILE-STATUS           PIC 99.
           88 IT-FILE-OK              VALUE 00.
           88 IT-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-TXB-COUNT                PIC 9(2) VALUE 0.
       01 WS-TXB-IDX                  PIC 9(2).
       01 WS-TXB-FOUND                PIC 9(2).
       01 WS-TXB-IN-KIND              PIC X.
       01 WS-TXB-IN-AMT               PIC 9(9).
       01 WS-TXB-CREDIT               PIC 9(9).
       01 WS-TXB-CREDIT-LEFT          PIC 9(9).
       01 WS-TXB-STAY-TOTAL           PIC 9(9).
       01 WS-TXB-SHARE                PIC 9(9).
       01 WS-TXB-MIXED                PIC X VALUE 'N'.
       01 WS-TXB-FOR                  PIC X.
       01 WS-TXB-INVOICE-ID           PIC 9(5).
       01 WS-TXB-TABLE.
           05 WS-TXB-ENTRY OCCURS 10 TIMES.
               10 WS-TXB-CODE         PIC X(4).
               10 WS-TXB-DESC         PIC X(20).
               10 WS-TXB-RATE         PIC 9(2).
               10 WS-TXB-ROOM         PIC 9(9).
               10 WS-TXB-SVC          PIC 9(9).
               10 WS-TXB-STAY         PIC 9(9).
               10 WS-TXB-TAX          PIC 9(9).
               10 WS-TXB-EXEMPT       PIC 9(9).
               10 WS-TXB-ROUTE-ROOM   PIC 9(9).
               10 WS-TXB-ROUTE-TAX    PIC 9(9).
               10 WS-TXB-ROUTE-EXEMPT PIC 9(9).
       COPY "./CopyBooks/TAXAREA.cpy".

       *> Itemized service charge catalog
       01 WS-SVC-FILE-STATUS          PIC 99.
           88 SVC-FILE-OK             VALUE 00.
               10 WS-ITEM-CODE         PIC X(10).
               10 WS-ITEM-DESC         PIC X(20).
               10 WS-ITEM-PRICE        PIC 9(7).
               10 WS-ITEM-FROM         PIC X.
       *> One charge line on its way onto the bill
       01 WS-ITEM-IN-CODE             PIC X(10).
       01 WS-ITEM-IN-DESC             PIC X(20).
       01 WS-ITEM-IN-AMT              PIC 9(7).
       01 WS-ITEM-IDX                 PIC 9(2).
       01 WS-ITEM-FOLD                PIC 9(2).
       01 WS-ITEM-OTHER               PIC 9(2).

       *> Open in-stay folio lines pulled into the bill at checkout
       01 WS-FOLIO-FILE-STATUS        PIC 99.
               10 WS-FOLIO-LN-DESC    PIC X(20).
               10 WS-FOLIO-LN-PRICE   PIC 9(7).
               10 WS-FOLIO-LN-SIGN    PIC X.
               10 WS-FOLIO-LN-DEPT    PIC X(10).
               10 WS-FOLIO-LN-SRC     PIC X(15).
       01 WS-FOLIO-CREDIT-TOTAL       PIC 9(9) VALUE 0.

       *> Gratuity for the staff pool - carried on the bill as its
       *> own line, outside service revenue and outside the tax,
       *> and written to the pool ledger by department.
       01 WS-GR-FILE-STATUS           PIC 99.
           88 GR-FILE-OK              VALUE 00.
           88 GR-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-GRATUITY-TOTAL           PIC 9(7) VALUE 0.
       01 WS-DESK-TIP                 PIC 9(7) VALUE 0.
       01 WS-GRAT-IN-DEPT             PIC X(10).
       01 WS-GRAT-IN-AMT              PIC 9(7).
       01 WS-NEXT-GRATUITY-ID         PIC 9(5).
       01 WS-GRAT-COUNT               PIC 9(2) VALUE 0.
       01 WS-GRAT-IDX                 PIC 9(2).
       01 WS-GRAT-FOUND               PIC X.
       01 WS-GRAT-TABLE.
           05 WS-GRAT-ENTRY OCCURS 20 TIMES.
               10 WS-GRAT-DEPT        PIC X(10).
               10 WS-GRAT-AMOUNT      PIC 9(7).

       *> Shared sequential-ID counter file status
       01 WS-CTR-FILE-STATUS          PIC 99.
           88 CTR-FILE-OK             VALUE 00.
       01 WS-STAY-PROMO-CODE          PIC X(10) VALUE SPACES.
       01 WS-STAY-PROMO-PCT           PIC 9(2) VALUE 0.

       *> Length-of-stay offer, priced on the nights actually stayed
       01 WS-LU-FILE-STATUS           PIC 99.
           88 LU-FILE-OK              VALUE 00.
           88 LU-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-LOS-ON-FILE              PIC X VALUE 'N'.
       01 WS-LOS-CODE                 PIC X(10) VALUE SPACES.
       01 WS-LOS-BENEFIT              PIC 9(9) VALUE 0.
       01 WS-LOS-RESULT               PIC X VALUE 'N'.
       01 WS-LOS-NIGHTS               PIC 9(3) VALUE 0.
       01 WS-LOS-SKIP                 PIC X VALUE 'N'.
       COPY "./CopyBooks/LOSAREA.cpy".

       *> Per-guest-per-night tourism levy remitted to the township
       01 WS-LEVY-PER-NIGHT           PIC 9(7) VALUE 0.
       01 WS-LEVY-GUESTS              PIC 9(2) VALUE 0.
           88 LEVY-CFG-OK             VALUE 00.
           88 LEVY-CFG-ERROR          VALUE 01 THRU 99.

       *> Tax-exempt certificate on file for the guest or their
       *> company - tax and levy are suppressed and the amount given
       *> up is carried on the invoice for the exempt-sales return.
       01 WS-TX-FILE-STATUS           PIC 99.
           88 TX-FILE-OK              VALUE 00.
           88 TX-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-TX-EOF                   PIC X.
       01 WS-EXEMPT-CERT              PIC X(20) VALUE SPACES.
       01 WS-EXEMPT-ISSUER            PIC X(30) VALUE SPACES.
       01 WS-EXEMPT-TAX-PCT           PIC 9(2) VALUE 0.
       01 WS-EXEMPT-AMOUNT            PIC 9(9) VALUE 0.
       01 WS-EXEMPT-ROUTED            PIC 9(9) VALUE 0.

       *> Early departure - actual checkout before the booked date
       01 WS-EARLY-DEPARTURE-FLAG     PIC X VALUE 'N'.
       01 WS-BOOKED-CHECKOUT-DATE     PIC 9(8) VALUE 0.
           88 GS-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-OPEN-MSG-COUNT           PIC 9(3) VALUE 0.

       *> Guest laundry still out or unbilled at departure
       01 WS-LT-FILE-STATUS           PIC 99.
           88 LT-FILE-OK              VALUE 00.
           88 LT-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-LAUNDRY-CHECKIN-ID       PIC 9(5).
       01 WS-LAUNDRY-COUNT            PIC 9(3) VALUE 0.

       *> Safe-deposit box still held with no release on record
       01 WS-SB-FILE-STATUS           PIC 99.
           88 SB-FILE-OK              VALUE 00.
           88 SB-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-SAFEBOX-CHECKIN-ID       PIC 9(5).
       01 WS-SAFEBOX-COUNT            PIC 9(3) VALUE 0.
       01 WS-SAFEBOX-GROUP-COUNT      PIC 9(3) VALUE 0.

       *> Signed-on operator (debtor flagging is Manager-only)
       01 WS-SESSION-STATUS           PIC 99.
           88 SESSION-FILE-OK         VALUE 00.
       01 WS-OPERATOR-ID              PIC X(5) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X(10) VALUE SPACES.

       *> House policy: standard check-out time and the late
       *> check-out fee ladder (departure after a time costs a
       *> percentage of a night), with every waiver logged
       01 WS-POL-FILE-STATUS          PIC 99.
           88 POL-FILE-OK             VALUE 00.
           88 POL-FILE-ERROR          VALUE 01 THRU 99.
       01 WS-WV-FILE-STATUS           PIC 99.
           88 WV-FILE-OK              VALUE 00.
           88 WV-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-POL-EOF                  PIC X VALUE 'N'.
       01 WS-STD-CHECKOUT-TIME        PIC 9(4) VALUE 1200.
       01 WS-LCO-COUNT                PIC 9(2) VALUE 0.
       01 WS-LCO-IDX                  PIC 9(2) VALUE 0.
       01 WS-LCO-TABLE.
           05 WS-LCO-ENTRY OCCURS 5 TIMES.
               10 WS-LCO-AFTER        PIC 9(4).
               10 WS-LCO-PCT          PIC 9(3).
       01 WS-DEPART-HHMM              PIC 9(4) VALUE 0.
       01 WS-LATE-PCT                 PIC 9(3) VALUE 0.
       01 WS-LATE-FEE                 PIC 9(7) VALUE 0.
       01 WS-WAIVE-CHOICE             PIC X VALUE 'N'.
       01 WS-WAIVE-OPERATOR           PIC X(5).
       01 WS-WAIVE-REASON             PIC X(30).
       01 WS-NEXT-WAIVER-ID           PIC 9(5).
       01 WS-SEED-WV-EOF              PIC X VALUE 'N'.

       *> Balance-due position carried on the invoice
       01 WS-DEBTOR-FLAG              PIC X VALUE 'N'.
       01 WS-DEBTOR-REASON            PIC X(20) VALUE SPACES.
       01 WS-PREAUTH-ID-FOUND         PIC 9(5) VALUE 0.
       01 WS-PREAUTH-AMT-FOUND        PIC 9(9) VALUE 0.
       01 WS-PREAUTH-CAPTURE          PIC 9(9).

       *> Pro-forma the stay was paid in advance against
       01 WS-PF-FILE-STATUS           PIC 99.
           88 PF-FILE-OK              VALUE 00.
           88 PF-FILE-ERROR           VALUE 01 THRU 99.
       01 WS-PF-EOF                   PIC X.
       01 WS-PF-IDX                   PIC 9(2).
       01 WS-PROFORMA-NO              PIC 9(5) VALUE 0.
       01 WS-PA-EOF                   PIC X.

       01  WS-CASHSESS-STATUS      PIC 99.

       *> Day-use stays bill the day rate, not a night
       01 WS-DAYUSE-STAY              PIC X VALUE 'N'.
       01 WS-COMP-STAY                PIC X VALUE 'N'.
       01 WS-COMP-TYPE                PIC X(10).
       01 WS-DAYUSE-PCT               PIC 9(2) VALUE 50.

       *> Charge routing - room-and-tax split off to the company
       01 WS-PAYMENT-METHOD-INPUT     PIC X(12).
       01 WS-PAYMENT-AMOUNT-INPUT     PIC 9(9).
       01 WS-PMT-METHOD-CHOICE        PIC 9.
       01 WS-CARD-REF-INPUT           PIC X(10).
       01 WS-STAY-AUTH-CODE           PIC X(10).
       01 WS-PAYMENT-TABLE.
           05 WS-PAYMENT-ENTRY OCCURS 5 TIMES.
               10 WS-PAYMENT-METHOD   PIC X(12).
               10 WS-PAYMENT-AMOUNT   PIC 9(9).
               10 WS-PAYMENT-CARD-REF PIC X(10).
       01 WS-PAYMENT-ID-TABLE.
           05 WS-PAYMENT-ID-ENTRY OCCURS 5 TIMES PIC 9(5).

       01 CLEAR-SCREEN       PIC X(4) VALUE X"1B5B324A".
       01 WS-DUMMY-INPUT     PIC X.

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Printed invoice call area
       COPY "./CopyBooks/PRTINVAREA.cpy".

       LINKAGE SECTION.
       01 LINK                        PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY CLEAR-SCREEN
               DISPLAY BLUE-COLOR
           ACCEPT WS-SEARCH-ROOM-ID

           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-ROOM-STAY-COUNT
           OPEN I-O CHECKINOUT-FILE
           MOVE 'N' TO WS-EOF

           *> Search for active check-in record by room number. A
           *> shared room holds one open stay per sharer, so the
           *> whole file is read and the desk picks between them.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                       IF ROOM-ID-IO = WS-SEARCH-ROOM-ID AND
                          CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'N'
                           MOVE 'Y' TO WS-FOUND
                           IF WS-ROOM-STAY-COUNT < 2
                               ADD 1 TO WS-ROOM-STAY-COUNT
                               MOVE CHECKIN-ID TO
                                 WS-ROOM-STAY-ID(WS-ROOM-STAY-COUNT)
                               MOVE BOOKING-ID-IO TO
                               WS-ROOM-STAY-BOOKING(WS-ROOM-STAY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND = 'Y'
               PERFORM CHOOSE-ROOM-STAY
           END-IF

           IF WS-FOUND = 'N'
               DISPLAY " "
           END-IF
           CLOSE CHECKINOUT-FILE.

       *> Re-reads the stay to check out - the only one in the room,
       *> or whichever sharer the desk names.
       CHOOSE-ROOM-STAY.
           MOVE 1 TO WS-ROOM-STAY-PICK
           IF WS-ROOM-STAY-COUNT > 1
               DISPLAY " "
               DISPLAY YELLOW-COLOR "Room " WS-SEARCH-ROOM-ID
                       " is shared - two guests are checked in:"
                       RESET-COLOR
               DISPLAY "  1. Check-in " WS-ROOM-STAY-ID(1)
                       "  booking " WS-ROOM-STAY-BOOKING(1)
               DISPLAY "  2. Check-in " WS-ROOM-STAY-ID(2)
                       "  booking " WS-ROOM-STAY-BOOKING(2)
               DISPLAY "Which guest is checking out? (1/2): "
               ACCEPT WS-ROOM-STAY-PICK
               IF WS-ROOM-STAY-PICK NOT = 2
                   MOVE 1 TO WS-ROOM-STAY-PICK
               END-IF
           END-IF
           MOVE WS-ROOM-STAY-ID(WS-ROOM-STAY-PICK) TO CHECKIN-ID
           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
           END-READ.

       *> Process the actual checkout
       PROCESS-CHECKOUT.
           *> A checkout books financial activity dated today - once
               EXIT PARAGRAPH
           END-IF

           *> Valuables in a safe-deposit box have to be collected
           *> (box surrendered) or a release recorded before the
           *> guest may leave.
           MOVE CHECKIN-ID TO WS-SAFEBOX-CHECKIN-ID
           PERFORM CHECK-SAFE-BOX-HELD
           IF WS-SAFEBOX-COUNT > 0
               DISPLAY "Surrender the box or record a release in "
                       "Safe-Deposit Boxes first."
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF

           *> Display check-in details
           PERFORM DISPLAY-CHECKIN-DETAILS

           "============================"
           RESET-COLOR
           DISPLAY "                                                   "
           *> A bag still with the valet, or back but not yet on the
           *> bill, has to be settled before the guest walks out.
           MOVE CHECKIN-ID TO WS-LAUNDRY-CHECKIN-ID
           PERFORM SHOW-LAUNDRY-OUTSTANDING
           DISPLAY "Confirm check-out? (Y/N): "
           ACCEPT WS-CONFIRMATION

               DISPLAY "                                               "
               DISPLAY "          Guest has been successfully checked o"
               "ut!"
               IF WS-SHARER-IN-HOUSE = 'Y'
                   DISPLAY "          Room " ROOM-ID-IO
                           " stays Occupied - the sharer is still in."
               ELSE
                   DISPLAY "          Room " ROOM-ID-IO
                           " is now Available."
               END-IF
               DISPLAY "                                               "

               DISPLAY "==============================================="
                       "(mark them done in Guest Services)."
           END-IF.

       *> Laundry tickets on the departing stay that laundryDesk has
       *> not yet closed: bags still out, or returned but unbilled.
       SHOW-LAUNDRY-OUTSTANDING.
           MOVE 0 TO WS-LAUNDRY-COUNT
           OPEN INPUT LAUNDRY-FILE
           IF LT-FILE-ERROR
               CLOSE LAUNDRY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LAUNDRY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LT-CHECKIN-ID = WS-LAUNDRY-CHECKIN-ID
                          AND (FUNCTION TRIM(LT-STATUS) = 'Out'
                           OR FUNCTION TRIM(LT-STATUS) = 'Unbilled')
                           ADD 1 TO WS-LAUNDRY-COUNT
                           IF WS-LAUNDRY-COUNT = 1
                               DISPLAY " "
                               DISPLAY YELLOW-COLOR
                                   "*** LAUNDRY OUTSTANDING FOR STAY "
                                   WS-LAUNDRY-CHECKIN-ID " ***"
                                   RESET-COLOR
                           END-IF
                           DISPLAY "  Ticket " LT-TICKET "  room "
                                   LT-ROOM-ID "  "
                                   FUNCTION TRIM(LT-SERVICE-LEVEL)
                                   "  promised " LT-PROMISED-STAMP
                                   "  " FUNCTION TRIM(LT-STATUS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAUNDRY-FILE
           MOVE 'N' TO WS-EOF
           IF WS-LAUNDRY-COUNT > 0
               DISPLAY "Return and bill these in Laundry / Valet "
                       "before checking out."
           END-IF.

       *> Safe-deposit boxes still assigned to the departing stay with
       *> no release recorded in safeBoxes.
       CHECK-SAFE-BOX-HELD.
           MOVE 0 TO WS-SAFEBOX-COUNT
           OPEN INPUT SAFEBOX-FILE
           IF SB-FILE-ERROR
               CLOSE SAFEBOX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SAFEBOX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SB-CHECKIN-ID = WS-SAFEBOX-CHECKIN-ID
                          AND FUNCTION TRIM(SB-STATUS) = 'In use'
                          AND SB-RELEASED NOT = 'Y'
                           ADD 1 TO WS-SAFEBOX-COUNT
                           DISPLAY " "
                           DISPLAY RED-COLOR "*** Stay "
                                   WS-SAFEBOX-CHECKIN-ID
                                   " still holds safe-deposit box "
                                   SB-BOX-NO " (key " SB-KEY-NO
                                   ") ***" RESET-COLOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFEBOX-FILE
           MOVE 'N' TO WS-EOF.

      *****************************************************************
      * GROUP CHECKOUT - the tour leader settles every room linked
      * under one GROUP-ID in a single pass: one master invoice with
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SAFEBOX-GROUP-COUNT
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-STAY-COUNT
               MOVE WS-GRP-CHECKIN-ID(WS-GROUP-IDX)
                   TO WS-SAFEBOX-CHECKIN-ID
               PERFORM CHECK-SAFE-BOX-HELD
               ADD WS-SAFEBOX-COUNT TO WS-SAFEBOX-GROUP-COUNT
           END-PERFORM
           IF WS-SAFEBOX-GROUP-COUNT > 0
               DISPLAY "Surrender the boxes or record releases in "
                       "Safe-Deposit Boxes first."
               DISPLAY "Press ENTER to continue..."
               ACCEPT WS-DUMMY-INPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-STAY-COUNT
               MOVE WS-GRP-CHECKIN-ID(WS-GROUP-IDX)
                   TO WS-LAUNDRY-CHECKIN-ID
               PERFORM SHOW-LAUNDRY-OUTSTANDING
           END-PERFORM

           DISPLAY " "
           DISPLAY "Settle all " WS-GROUP-STAY-COUNT " room(s) on "
                   "one master folio? (Y/N): "
           MOVE 0 TO WS-GROUP-ROOM-TOTAL
           MOVE 0 TO WS-GROUP-SVC-TOTAL
           MOVE 0 TO WS-GROUP-DEPOSIT-TOTAL
           MOVE 0 TO WS-GRATUITY-TOTAL
           MOVE 0 TO WS-GRAT-COUNT
           MOVE SPACES TO WS-GROUP-CURRENCY
           PERFORM RESET-TAX-BASES

           DISPLAY " "
           DISPLAY "ROOM   NIGHTS  ROOM CHG    SERVICES"
               PERFORM PRICE-ONE-GROUP-STAY
           END-PERFORM

           PERFORM PRICE-TAX-BASES
           COMPUTE WS-TOTAL-AMOUNT =
               WS-GROUP-ROOM-TOTAL + WS-GROUP-SVC-TOTAL
               + WS-TAX-AMOUNT + WS-GRATUITY-TOTAL
           IF WS-GROUP-DEPOSIT-TOTAL > WS-TOTAL-AMOUNT
               MOVE WS-TOTAL-AMOUNT TO WS-GROUP-DEPOSIT-TOTAL
           END-IF
           DISPLAY "------------------------------------------"
           DISPLAY "Rooms total    : " WS-GROUP-ROOM-TOTAL
           DISPLAY "Services total : " WS-GROUP-SVC-TOTAL
           PERFORM CHECK-TAX-MIXED
           IF WS-TXB-MIXED = 'Y'
               DISPLAY "Tax            : " WS-TAX-AMOUNT
               PERFORM SHOW-TAX-BREAKDOWN
           ELSE
               DISPLAY "Tax (" WS-TAX-RATE-PCT "%)      : "
                       WS-TAX-AMOUNT
           END-IF
           IF WS-GRATUITY-TOTAL > 0
               DISPLAY "Gratuity       : " WS-GRATUITY-TOTAL
           END-IF
           DISPLAY "Deposits held  : " WS-GROUP-DEPOSIT-TOTAL
           DISPLAY "MASTER TOTAL   : " WS-GROUP-CURRENCY " "
                   WS-TOTAL-AMOUNT

           PERFORM GROUP-GENERATE-INVOICE
           PERFORM CLOSE-GROUP-STAYS
           PERFORM PRINT-GROUP-INVOICE

           DISPLAY GREEN-COLOR "Group " WS-GROUP-ID " checked out - "
                   WS-GROUP-STAY-COUNT " room(s) closed on invoice "
       PRICE-ONE-GROUP-STAY.
           MOVE 0 TO WS-GROUP-STAY-ROOM-CHG
           MOVE 0 TO WS-GROUP-STAY-SVC
           PERFORM CLEAR-STAY-TAX-BASES

           OPEN INPUT CHECKINOUT-FILE
           MOVE WS-GRP-CHECKIN-ID(WS-GROUP-IDX) TO CHECKIN-ID
           IF WS-SEASONAL-RATE-FOUND = 'Y'
               MOVE WS-SEASONAL-PRICE TO WS-ROOM-PRICE
           END-IF
           PERFORM APPLY-LOCKED-RATE
           IF OVERRIDE-PRICE > 0
               MOVE OVERRIDE-PRICE TO WS-ROOM-PRICE
           END-IF
           COMPUTE WS-GROUP-STAY-ROOM-CHG =
               WS-ROOM-PRICE * WS-GROUP-NIGHTS
           ADD WS-GROUP-STAY-ROOM-CHG TO WS-GROUP-ROOM-TOTAL
           MOVE 'R' TO TCA-MODE
           MOVE WS-ROOM-TYPE TO TCA-ROOM-TYPE
           MOVE 'R' TO WS-TXB-IN-KIND
           MOVE WS-GROUP-STAY-ROOM-CHG TO WS-TXB-IN-AMT
           PERFORM ADD-TO-TAX-BASE

           PERFORM GROUP-SUM-FOLIO

           *> the single-room flow's ADD-PACKAGE-CHARGES does.
           PERFORM GROUP-ADD-PACKAGE-CHARGES

           PERFORM LOAD-XPERSON-RATE
           IF WS-XPERSON-RATE > 0
               COMPUTE WS-XPERSON-AMT =
                   WS-XPERSON-RATE * WS-GROUP-NIGHTS
               ADD WS-XPERSON-AMT TO WS-GROUP-STAY-SVC
               MOVE 'R' TO TCA-MODE
               MOVE WS-ROOM-TYPE TO TCA-ROOM-TYPE
               MOVE 'S' TO WS-TXB-IN-KIND
               MOVE WS-XPERSON-AMT TO WS-TXB-IN-AMT
               PERFORM ADD-TO-TAX-BASE
               DISPLAY "  Extra-person charges " WS-XPERSON-AMT
                       " on room " WS-GRP-ROOM-ID(WS-GROUP-IDX) "."
           END-IF

           ADD WS-GROUP-STAY-SVC TO WS-GROUP-SVC-TOTAL

           DISPLAY WS-GRP-ROOM-ID(WS-GROUP-IDX) "  "
                           IF FOLIO-CHECKIN-ID =
                                   WS-GRP-CHECKIN-ID(WS-GROUP-IDX)
                              AND FOLIO-STATUS = 'Open'
                               IF FOLIO-SIGN = 'G'
                                   MOVE FOLIO-REASON-CODE
                                       TO WS-GRAT-IN-DEPT
                                   MOVE FOLIO-SVC-PRICE
                                       TO WS-GRAT-IN-AMT
                                   PERFORM ADD-GRATUITY-ENTRY
                               ELSE
                               IF FOLIO-SIGN = 'C'
                                   IF FOLIO-SVC-PRICE >
                                           WS-GROUP-STAY-SVC
                                       SUBTRACT FOLIO-SVC-PRICE
                                           FROM WS-GROUP-STAY-SVC
                                   END-IF
                                   MOVE FOLIO-SVC-PRICE
                                       TO WS-TXB-CREDIT
                                   PERFORM APPLY-CREDIT-TO-TAX-BASES
                               ELSE
                                   ADD FOLIO-SVC-PRICE TO
                                       WS-GROUP-STAY-SVC
                                   MOVE 'F' TO TCA-MODE
                                   MOVE FOLIO-POSTED-BY
                                       TO TCA-POSTED-BY
                                   MOVE FOLIO-SVC-CODE
                                       TO TCA-SVC-CODE
                                   MOVE 'S' TO WS-TXB-IN-KIND
                                   MOVE FOLIO-SVC-PRICE
                                       TO WS-TXB-IN-AMT
                                   PERFORM ADD-TO-TAX-BASE
                               END-IF
                               END-IF
                               MOVE 'Billed' TO FOLIO-STATUS
                               REWRITE FOLIO-RECORD
                   PKG-BREAKFAST-PRICE * WS-PKG-GUEST-COUNT
                   * WS-GROUP-NIGHTS
               ADD WS-PKG-COMPONENT-AMT TO WS-GROUP-STAY-SVC
               MOVE PKG-BREAKFAST-TAX TO TCA-CODE
               PERFORM ADD-PACKAGE-TAX-BASE
           END-IF
           IF PKG-DINNER-PRICE > 0
               COMPUTE WS-PKG-COMPONENT-AMT =
                   PKG-DINNER-PRICE * WS-PKG-GUEST-COUNT
                   * WS-GROUP-NIGHTS
               ADD WS-PKG-COMPONENT-AMT TO WS-GROUP-STAY-SVC
               MOVE PKG-DINNER-TAX TO TCA-CODE
               PERFORM ADD-PACKAGE-TAX-BASE
           END-IF
           DISPLAY "  Package " FUNCTION TRIM(WS-STAY-PACKAGE-CODE)
                   " charges added for " WS-PKG-GUEST-COUNT
           MOVE PROPERTY-IO TO PROPERTY-IV
           PERFORM GENERATE-NEXT-RECEIPT-NO
           MOVE WS-NEXT-RECEIPT-NO TO RECEIPT-NO-IV
           MOVE SPACES TO TAX-EXEMPT-CERT-IV
           MOVE ZEROS TO EXEMPT-AMOUNT-IV
           MOVE WS-GRATUITY-TOTAL TO GRATUITY-IV
           IF WS-GROUP-SVC-TOTAL > 0
               MOVE 1 TO SERVICE-ITEM-COUNT
               MOVE 'GROUP' TO SI-CODE(1)
                   DISPLAY GREEN-COLOR "Master invoice "
                           WS-NEXT-INVOICE-ID " created."
                           RESET-COLOR
                   MOVE 'G' TO WS-TXB-FOR
                   MOVE WS-NEXT-INVOICE-ID TO WS-TXB-INVOICE-ID
                   PERFORM WRITE-INVOICE-TAX-ROWS
                   MOVE WS-GROUP-FIRST-BOOKING TO BOOKING-ID-IO
                   PERFORM WRITE-GRATUITY-LEDGER
                   PERFORM RECORD-PAYMENT-SPLIT
                   PERFORM RECORD-PAID-POSITION
           END-WRITE
           CLOSE INVOICES-FILE.

       CLOSE-GROUP-STAYS.
           *> Group bookings are never shared - no sharer to wait on.
           MOVE SPACE TO WS-SHARE-ROLE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-STAY-COUNT
               OPEN I-O CHECKINOUT-FILE
               END-IF
           END-IF

           *> The rate agreed when the booking was made is the rate
           *> billed - whatever the tables say today.
           PERFORM APPLY-LOCKED-RATE

           *> A manager-authorized walk-in rate override takes
           *> precedence over the room's standing list price.
           IF OVERRIDE-PRICE > 0
               MOVE OVERRIDE-PRICE TO WS-ROOM-PRICE
           END-IF.

      *****************************************************************
      * LOCKED BOOKING RATE
      * bookRoom writes the agreed nightly rate and its source onto
      * the booking. When one is there it replaces the price derived
      * from ROOMS/RATECAL/CONTRACTS above. A locked contract rate
      * is the whole corporate deal, so the flat account percent
      * does not come off it again; a locked promo rate is already
      * net of the promo. Bookings taken before rates were locked
      * carry zero and keep the derived price.
      *****************************************************************
       APPLY-LOCKED-RATE.
           MOVE 0 TO WS-BOOKED-RATE
           MOVE SPACES TO WS-RATE-SOURCE
           OPEN INPUT BOOKING-FILE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOOKED-RATE-BK IS NUMERIC
                       MOVE BOOKED-RATE-BK TO WS-BOOKED-RATE
                       MOVE RATE-SOURCE-BK TO WS-RATE-SOURCE
                   END-IF
           END-READ
           CLOSE BOOKING-FILE
           IF WS-BOOKED-RATE = 0
               MOVE SPACES TO WS-RATE-SOURCE
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOKED-RATE NOT = WS-ROOM-PRICE
               DISPLAY "Rate locked at booking ("
                       FUNCTION TRIM(WS-RATE-SOURCE) "): "
                       WS-BOOKED-RATE " per night - today's rate "
                       WS-ROOM-PRICE " not applied."
           END-IF
           MOVE WS-BOOKED-RATE TO WS-ROOM-PRICE
           IF WS-RATE-SOURCE = 'CONTRACT'
               MOVE 0 TO WS-CORPORATE-RATE-PCT
           END-IF.

       GET-CONTRACT-RATE.
           MOVE 'N' TO WS-CONTRACT-FOUND
           MOVE 0 TO WS-CONTRACT-RATE
                       TO WS-ITEM-DESC(WS-ITEM-COUNT)
                   MOVE WS-SVC-PRICE(WS-SVC-INDEX)
                       TO WS-ITEM-PRICE(WS-ITEM-COUNT)
                   MOVE 'S' TO WS-ITEM-FROM(WS-ITEM-COUNT)
                   ADD WS-SVC-PRICE(WS-SVC-INDEX) TO WS-SERVICE-CHARGES
                   MOVE 'F' TO TCA-MODE
                   MOVE SPACES TO TCA-POSTED-BY
                   MOVE WS-SVC-CODE(WS-SVC-INDEX) TO TCA-SVC-CODE
                   MOVE 'S' TO WS-TXB-IN-KIND
                   MOVE WS-SVC-PRICE(WS-SVC-INDEX) TO WS-TXB-IN-AMT
                   PERFORM ADD-TO-TAX-BASE
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
       GET-SERVICE-CHARGES.
           MOVE 0 TO WS-SERVICE-CHARGES
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-GRATUITY-TOTAL
           MOVE 0 TO WS-GRAT-COUNT

           *> Charges posted to the open folio during the stay come
           *> onto the bill first - nothing is re-keyed at the desk.
           *> shows what the kitchen has been serving all stay.
           PERFORM ADD-PACKAGE-CHARGES

           *> Guests above the room type's base occupancy pay the
           *> extra-person charge fixed on the booking, night by
           *> night, as a line of their own.
           PERFORM ADD-EXTRA-PERSON-CHARGES

           *> Using the room outside the house hours costs part of a
           *> night: the early check-in fee struck at arrival and the
           *> late check-out fee struck now, each its own line.
           PERFORM ADD-EARLY-CHECKIN-FEE
           PERFORM ADD-LATE-CHECKOUT-FEE

           PERFORM LOAD-SERVICES

           IF WS-SVC-COUNT = 0
               ACCEPT WS-EXTRA-SERVICE-CHARGES
               IF WS-EXTRA-SERVICE-CHARGES NUMERIC
                   ADD WS-EXTRA-SERVICE-CHARGES TO WS-SERVICE-CHARGES
                   MOVE 'C' TO TCA-MODE
                   MOVE SPACES TO TCA-CODE
                   MOVE 'S' TO WS-TXB-IN-KIND
                   MOVE WS-EXTRA-SERVICE-CHARGES TO WS-TXB-IN-AMT
                   PERFORM ADD-TO-TAX-BASE
               END-IF
           ELSE
               MOVE 'Y' TO WS-MORE-SERVICES
       *> Pull every Open folio line posted against this stay into
       *> the itemized charge table. More lines than the invoice's
       *> five item slots hold are lumped into one OTHER line so the
       *> total is always right - two slots are kept back then, for
       *> OTHER and the allowance credit.
       LOAD-FOLIO-CHARGES.
           MOVE 0 TO WS-FOLIO-LOADED-COUNT
           MOVE 0 TO WS-FOLIO-EXTRA-TOTAL
                                WS-FOLIO-LN-PRICE(WS-FOLIO-LOADED-COUNT)
                               MOVE FOLIO-SIGN TO
                                WS-FOLIO-LN-SIGN(WS-FOLIO-LOADED-COUNT)
                               MOVE FOLIO-REASON-CODE TO
                                WS-FOLIO-LN-DEPT(WS-FOLIO-LOADED-COUNT)
                               MOVE FOLIO-POSTED-BY TO
                                 WS-FOLIO-LN-SRC(WS-FOLIO-LOADED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-FOLIO-CREDIT-TOTAL
               PERFORM VARYING WS-FOLIO-IDX FROM 1 BY 1
                       UNTIL WS-FOLIO-IDX > WS-FOLIO-LOADED-COUNT
                   IF WS-FOLIO-LN-SIGN(WS-FOLIO-IDX) = 'G'
                       *> Gratuity posted by the outlet - its own
                       *> line on the bill, never service revenue.
                       MOVE WS-FOLIO-LN-DEPT(WS-FOLIO-IDX)
                           TO WS-GRAT-IN-DEPT
                       MOVE WS-FOLIO-LN-PRICE(WS-FOLIO-IDX)
                           TO WS-GRAT-IN-AMT
                       PERFORM ADD-GRATUITY-ENTRY
                   ELSE
                   IF WS-FOLIO-LN-SIGN(WS-FOLIO-IDX) = 'C'
                       *> Manager-approved allowance credit - nets
                       *> off the service charges below.
                   ELSE
                       ADD WS-FOLIO-LN-PRICE(WS-FOLIO-IDX)
                           TO WS-SERVICE-CHARGES
                       MOVE 'F' TO TCA-MODE
                       MOVE WS-FOLIO-LN-SRC(WS-FOLIO-IDX)
                           TO TCA-POSTED-BY
                       MOVE WS-FOLIO-LN-CODE(WS-FOLIO-IDX)
                           TO TCA-SVC-CODE
                       MOVE 'S' TO WS-TXB-IN-KIND
                       MOVE WS-FOLIO-LN-PRICE(WS-FOLIO-IDX)
                           TO WS-TXB-IN-AMT
                       PERFORM ADD-TO-TAX-BASE
                       IF WS-ITEM-COUNT < 5 AND
                          (WS-FOLIO-LOADED-COUNT <= 5
                           OR WS-ITEM-COUNT < 3)
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE WS-FOLIO-LN-CODE(WS-FOLIO-IDX)
                               TO WS-ITEM-CODE(WS-ITEM-COUNT)
                               TO WS-ITEM-DESC(WS-ITEM-COUNT)
                           MOVE WS-FOLIO-LN-PRICE(WS-FOLIO-IDX)
                               TO WS-ITEM-PRICE(WS-ITEM-COUNT)
                           MOVE 'F' TO WS-ITEM-FROM(WS-ITEM-COUNT)
                       ELSE
                           ADD WS-FOLIO-LN-PRICE(WS-FOLIO-IDX)
                               TO WS-FOLIO-EXTRA-TOTAL
                       END-IF
                   END-IF
                   END-IF
               END-PERFORM
               IF WS-FOLIO-CREDIT-TOTAL > 0
                   IF WS-FOLIO-CREDIT-TOTAL > WS-SERVICE-CHARGES
                   END-IF
                   SUBTRACT WS-FOLIO-CREDIT-TOTAL
                       FROM WS-SERVICE-CHARGES
                   MOVE WS-FOLIO-CREDIT-TOTAL TO WS-TXB-CREDIT
                   PERFORM APPLY-CREDIT-TO-TAX-BASES
                   DISPLAY "Allowances credited against the bill: "
                           WS-FOLIO-CREDIT-TOTAL
                   IF WS-ITEM-COUNT < 5
                           WS-ITEM-DESC(WS-ITEM-COUNT)
                       MOVE WS-FOLIO-CREDIT-TOTAL TO
                           WS-ITEM-PRICE(WS-ITEM-COUNT)
                       MOVE 'A' TO WS-ITEM-FROM(WS-ITEM-COUNT)
                   END-IF
               END-IF
               IF WS-FOLIO-EXTRA-TOTAL > 0
                       WS-ITEM-DESC(WS-ITEM-COUNT)
                   MOVE WS-FOLIO-EXTRA-TOTAL TO
                       WS-ITEM-PRICE(WS-ITEM-COUNT)
                   MOVE 'O' TO WS-ITEM-FROM(WS-ITEM-COUNT)
               END-IF
               DISPLAY WS-FOLIO-LOADED-COUNT " folio charge(s) "
                       "pulled onto the bill from the guest's stay."
               END-IF
           END-IF.

      *****************************************************************
      * CHARGE LINES STRUCK AT CHECK-OUT
      * Package components, extra persons and the early and late
      * fees each go on the bill as a line of their own, even when
      * the folio has already filled the five item slots: the last
      * folio line gives up its slot and joins the OTHER folio line
      * (made from the folio line before it if there is none yet) -
      * it still prints from the folio detail. With no folio line
      * left to move, the charge is added to one MORECHG "Other
      * charges" line instead, so every amount in the total is on
      * the bill.
      *****************************************************************
       ADD-CHARGE-ITEM.
           IF WS-ITEM-COUNT < 5
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-FOLD
               PERFORM PUT-CHARGE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ITEM-FOLD
           MOVE 0 TO WS-ITEM-OTHER
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-FROM(WS-ITEM-IDX) = 'F'
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOLD
               END-IF
               IF WS-ITEM-FROM(WS-ITEM-IDX) = 'O'
                   MOVE WS-ITEM-IDX TO WS-ITEM-OTHER
               END-IF
           END-PERFORM
           IF WS-ITEM-FOLD > 0 AND WS-ITEM-OTHER = 0
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX >= WS-ITEM-FOLD
                   IF WS-ITEM-FROM(WS-ITEM-IDX) = 'F'
                       MOVE WS-ITEM-IDX TO WS-ITEM-OTHER
                   END-IF
               END-PERFORM
               IF WS-ITEM-OTHER > 0
                   MOVE 'OTHER' TO WS-ITEM-CODE(WS-ITEM-OTHER)
                   MOVE 'Other folio charges' TO
                       WS-ITEM-DESC(WS-ITEM-OTHER)
                   MOVE 'O' TO WS-ITEM-FROM(WS-ITEM-OTHER)
               END-IF
           END-IF
           IF WS-ITEM-FOLD > 0 AND WS-ITEM-OTHER > 0
               ADD WS-ITEM-PRICE(WS-ITEM-FOLD)
                   TO WS-ITEM-PRICE(WS-ITEM-OTHER)
               PERFORM PUT-CHARGE-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-TO-MORE-CHARGES.

       PUT-CHARGE-ITEM.
           MOVE WS-ITEM-IN-CODE TO WS-ITEM-CODE(WS-ITEM-FOLD)
           MOVE WS-ITEM-IN-DESC TO WS-ITEM-DESC(WS-ITEM-FOLD)
           MOVE WS-ITEM-IN-AMT TO WS-ITEM-PRICE(WS-ITEM-FOLD)
           MOVE 'S' TO WS-ITEM-FROM(WS-ITEM-FOLD).

       ADD-TO-MORE-CHARGES.
           MOVE 0 TO WS-ITEM-FOLD
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-CODE(WS-ITEM-IDX) = 'MORECHG'
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOLD
               END-IF
           END-PERFORM
           IF WS-ITEM-FOLD = 0
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF WS-ITEM-FROM(WS-ITEM-IDX) = 'S'
                       MOVE WS-ITEM-IDX TO WS-ITEM-FOLD
                   END-IF
               END-PERFORM
               MOVE 'MORECHG' TO WS-ITEM-CODE(WS-ITEM-FOLD)
               MOVE 'Other charges' TO WS-ITEM-DESC(WS-ITEM-FOLD)
           END-IF
           ADD WS-ITEM-IN-AMT TO WS-ITEM-PRICE(WS-ITEM-FOLD).

       *> Flip every folio line billed on this invoice to Billed so a
       *> re-run can never charge the guest twice.
       MARK-FOLIO-LINES-BILLED.
                   PKG-BREAKFAST-PRICE * WS-PKG-GUEST-COUNT
                   * WS-STAY-DAYS
               ADD WS-PKG-COMPONENT-AMT TO WS-SERVICE-CHARGES
               MOVE PKG-BREAKFAST-TAX TO TCA-CODE
               PERFORM ADD-PACKAGE-TAX-BASE
               MOVE 'PKGBRK' TO WS-ITEM-IN-CODE
               MOVE 'Package breakfasts' TO WS-ITEM-IN-DESC
               MOVE WS-PKG-COMPONENT-AMT TO WS-ITEM-IN-AMT
               PERFORM ADD-CHARGE-ITEM
           END-IF
           IF PKG-DINNER-PRICE > 0
               COMPUTE WS-PKG-COMPONENT-AMT =
                   PKG-DINNER-PRICE * WS-PKG-GUEST-COUNT
                   * WS-STAY-DAYS
               ADD WS-PKG-COMPONENT-AMT TO WS-SERVICE-CHARGES
               MOVE PKG-DINNER-TAX TO TCA-CODE
               PERFORM ADD-PACKAGE-TAX-BASE
               MOVE 'PKGDIN' TO WS-ITEM-IN-CODE
               MOVE 'Package dinners' TO WS-ITEM-IN-DESC
               MOVE WS-PKG-COMPONENT-AMT TO WS-ITEM-IN-AMT
               PERFORM ADD-CHARGE-ITEM
           END-IF
           DISPLAY "Package " FUNCTION TRIM(WS-STAY-PACKAGE-CODE)
                   " charges added for " WS-PKG-GUEST-COUNT
                   " guest(s).".

       ADD-EXTRA-PERSON-CHARGES.
           IF WS-COMP-STAY = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-XPERSON-RATE
           IF WS-XPERSON-RATE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECKOUT-DATE = ACTUAL-CHECKIN-DATE
               MOVE 1 TO WS-STAY-DAYS
           ELSE
               COMPUTE WS-STAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CHECKOUT-DATE) -
               FUNCTION INTEGER-OF-DATE(ACTUAL-CHECKIN-DATE)
           END-IF
           COMPUTE WS-XPERSON-AMT = WS-XPERSON-RATE * WS-STAY-DAYS
           ADD WS-XPERSON-AMT TO WS-SERVICE-CHARGES
           MOVE WS-XPERSON-AMT TO WS-TXB-IN-AMT
           PERFORM ADD-ROOM-FEE-TAX-BASE
           MOVE 'XPERSON' TO WS-ITEM-IN-CODE
           MOVE 'Extra persons' TO WS-ITEM-IN-DESC
           MOVE WS-XPERSON-AMT TO WS-ITEM-IN-AMT
           PERFORM ADD-CHARGE-ITEM
           DISPLAY "Extra-person charges for " WS-XPERSON-ADULTS
                   " adult(s), " WS-XPERSON-CHILDREN " child(ren): "
                   WS-XPERSON-RATE " x " WS-STAY-DAYS " night(s).".

       ADD-EARLY-CHECKIN-FEE.
           IF EARLY-FEE-IO IS NOT NUMERIC OR EARLY-FEE-IO = 0
               EXIT PARAGRAPH
           END-IF
           ADD EARLY-FEE-IO TO WS-SERVICE-CHARGES
           MOVE EARLY-FEE-IO TO WS-TXB-IN-AMT
           PERFORM ADD-ROOM-FEE-TAX-BASE
           MOVE 'EARLYCI' TO WS-ITEM-IN-CODE
           MOVE 'Early check-in' TO WS-ITEM-IN-DESC
           MOVE EARLY-FEE-IO TO WS-ITEM-IN-AMT
           PERFORM ADD-CHARGE-ITEM
           DISPLAY "Early check-in fee: " EARLY-FEE-IO.

      *****************************************************************
      * LATE CHECK-OUT
      * HOUSEPOL.CFG holds the standard check-out time (COT line) and
      * the late check-out ladder (LCO lines: departure after HHMM
      * costs PCT percent of a night - the steepest step that applies
      * wins). Without the file the house defaults stand: check-out
      * 12:00, half a night after 14:00, a full night after 18:00.
      * Day-use stays are already priced for the afternoon. A waiver
      * needs an operator and a reason and goes to the waiver log.
      *****************************************************************
       ADD-LATE-CHECKOUT-FEE.
           MOVE 0 TO WS-LATE-FEE
           MOVE 0 TO WS-LATE-PCT
           IF WS-DAYUSE-STAY = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOUSE-POLICY
           MOVE WS-CHECKOUT-TIME(1:4) TO WS-DEPART-HHMM
           IF WS-DEPART-HHMM <= WS-STD-CHECKOUT-TIME
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LCO-IDX FROM 1 BY 1
                   UNTIL WS-LCO-IDX > WS-LCO-COUNT
               IF WS-DEPART-HHMM > WS-LCO-AFTER(WS-LCO-IDX)
                  AND WS-LCO-PCT(WS-LCO-IDX) > WS-LATE-PCT
                   MOVE WS-LCO-PCT(WS-LCO-IDX) TO WS-LATE-PCT
               END-IF
           END-PERFORM
           COMPUTE WS-LATE-FEE = WS-ROOM-PRICE * WS-LATE-PCT / 100
           DISPLAY YELLOW-COLOR "Late departure - after "
                   WS-STD-CHECKOUT-TIME(1:2) ":"
                   WS-STD-CHECKOUT-TIME(3:2) RESET-COLOR
           IF WS-LATE-FEE = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Late check-out fee: " WS-LATE-FEE " ("
                   WS-LATE-PCT "% of a night)"
           DISPLAY "Waive the late check-out fee? (Y/N): "
           ACCEPT WS-WAIVE-CHOICE
           IF WS-WAIVE-CHOICE = 'Y' OR WS-WAIVE-CHOICE = 'y'
               PERFORM GET-WAIVER-AUTHORITY
               IF WS-WAIVE-OPERATOR NOT = SPACES
                  AND WS-WAIVE-REASON NOT = SPACES
                   PERFORM WRITE-WAIVER-RECORD
                   DISPLAY GREEN-COLOR "Late check-out fee waived by "
                           WS-WAIVE-OPERATOR "." RESET-COLOR
                   EXIT PARAGRAPH
               END-IF
               DISPLAY RED-COLOR "A waiver needs an operator ID and a "
                       "reason - fee stands." RESET-COLOR
           END-IF
           ADD WS-LATE-FEE TO WS-SERVICE-CHARGES
           MOVE WS-LATE-FEE TO WS-TXB-IN-AMT
           PERFORM ADD-ROOM-FEE-TAX-BASE
           MOVE 'LATECO' TO WS-ITEM-IN-CODE
           MOVE 'Late check-out' TO WS-ITEM-IN-DESC
           MOVE WS-LATE-FEE TO WS-ITEM-IN-AMT
           PERFORM ADD-CHARGE-ITEM.

       LOAD-HOUSE-POLICY.
           MOVE 1200 TO WS-STD-CHECKOUT-TIME
           MOVE 0 TO WS-LCO-COUNT
           OPEN INPUT POLICY-FILE
           IF POL-FILE-OK
               MOVE 'N' TO WS-POL-EOF
               PERFORM UNTIL WS-POL-EOF = 'Y'
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POL-EOF
                       NOT AT END
                           IF POL-TIME IS NUMERIC
                               EVALUATE POL-KIND
                                   WHEN 'COT'
                                       MOVE POL-TIME TO
                                           WS-STD-CHECKOUT-TIME
                                   WHEN 'LCO'
                                       IF WS-LCO-COUNT < 5
                                          AND POL-PCT IS NUMERIC
                                           ADD 1 TO WS-LCO-COUNT
                                           MOVE POL-TIME TO
                                             WS-LCO-AFTER(WS-LCO-COUNT)
                                           MOVE POL-PCT TO
                                             WS-LCO-PCT(WS-LCO-COUNT)
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE POLICY-FILE
           IF WS-LCO-COUNT = 0
               MOVE 2 TO WS-LCO-COUNT
               MOVE 1400 TO WS-LCO-AFTER(1)
               MOVE 050 TO WS-LCO-PCT(1)
               MOVE 1800 TO WS-LCO-AFTER(2)
               MOVE 100 TO WS-LCO-PCT(2)
           END-IF.

       *> The signed-on operator gives the waiver; with nobody
       *> signed on the desk must key the authorising operator.
       GET-WAIVER-AUTHORITY.
           PERFORM READ-SESSION-OPERATOR
           MOVE WS-OPERATOR-ID TO WS-WAIVE-OPERATOR
           IF WS-WAIVE-OPERATOR = SPACES
               DISPLAY "Authorising operator ID: "
               ACCEPT WS-WAIVE-OPERATOR
           END-IF
           MOVE SPACES TO WS-WAIVE-REASON
           DISPLAY "Reason for the waiver: "
           ACCEPT WS-WAIVE-REASON.

       WRITE-WAIVER-RECORD.
           PERFORM GENERATE-NEXT-WAIVER-ID
           OPEN I-O WAIVER-FILE
           IF WV-FILE-ERROR
               CLOSE WAIVER-FILE
               OPEN OUTPUT WAIVER-FILE
               CLOSE WAIVER-FILE
               OPEN I-O WAIVER-FILE
           END-IF
           MOVE WS-NEXT-WAIVER-ID TO WAIVER-ID
           MOVE WS-CHECKOUT-DATE TO WAIVER-DATE
           MOVE WS-CHECKOUT-TIME TO WAIVER-TIME
           MOVE 'LATECO' TO WAIVER-KIND
           MOVE CHECKIN-ID TO WAIVER-CHECKIN-ID
           MOVE ROOM-ID-IO TO WAIVER-ROOM-ID
           MOVE WS-LATE-FEE TO WAIVER-AMOUNT
           MOVE WS-WAIVE-OPERATOR TO WAIVER-OPERATOR
           MOVE WS-WAIVE-REASON TO WAIVER-REASON
           MOVE 'checkOut' TO WAIVER-PROGRAM
           WRITE WAIVER-RECORD
           CLOSE WAIVER-FILE.

       GENERATE-NEXT-WAIVER-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'WAIVER' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-WAIVER-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-WAIVER-ID
           CLOSE COUNTERS-FILE.

       SEED-WAIVER-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT WAIVER-FILE
           IF WV-FILE-OK
               MOVE 'N' TO WS-SEED-WV-EOF
               PERFORM UNTIL WS-SEED-WV-EOF = 'Y'
                   READ WAIVER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-WV-EOF
                       NOT AT END
                           IF WAIVER-ID > COUNTER-NEXT-ID
                               MOVE WAIVER-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WAIVER-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'WAIVER' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       *> The charge was fixed at booking, or re-fixed at check-in
       *> when the party that arrived differed from the one booked.
       LOAD-XPERSON-RATE.
           MOVE 0 TO WS-XPERSON-RATE
           MOVE 0 TO WS-XPERSON-ADULTS
           MOVE 0 TO WS-XPERSON-CHILDREN
           OPEN INPUT BOOKING-FILE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               NOT INVALID KEY
                   IF XPERSON-RATE-BK IS NUMERIC
                       MOVE XPERSON-RATE-BK TO WS-XPERSON-RATE
                       MOVE ADULTS-BK TO WS-XPERSON-ADULTS
                       MOVE CHILDREN-BK TO WS-XPERSON-CHILDREN
                   END-IF
           END-READ
           CLOSE BOOKING-FILE.

       *> Each registered guest counts once even when a room move
       *> left a second stay-log segment for the same stay.
       COUNT-STAY-GUESTS.
               COMPUTE WS-ROOM-CHARGES = WS-ROOM-PRICE * WS-STAY-DAYS
           END-IF

           *> A length-of-stay offer comes off the nights themselves,
           *> before any share or company percentage is taken.
           PERFORM APPLY-LOS-OFFER

           *> A share-with booking pays only its agreed part of the
           *> room; the partner's own checkout bills the rest.
           PERFORM LOAD-SHARE-TERMS
           IF (WS-SHARE-ROLE = 'P' OR WS-SHARE-ROLE = 'S')
              AND WS-SHARE-PCT > 0 AND WS-SHARE-PCT < 100
               COMPUTE WS-ROOM-CHARGES ROUNDED =
                   WS-ROOM-CHARGES * WS-SHARE-PCT / 100
               DISPLAY "Shared room - this guest pays " WS-SHARE-PCT
                       "% of the room charge (booking "
                       WS-SHARE-WITH " pays the rest)."
           END-IF

           *> Apply negotiated corporate account discount, if any,
           *> off the room charges before tax is computed.
           IF WS-CORPORATE-RATE-PCT > 0
           *> resale.
           PERFORM CHECK-EARLY-DEPARTURE

           *> A complimentary or house-use stay bills the room at
           *> zero; incidentals on the folio still bill below.
           PERFORM CHECK-COMP-STAY
           IF WS-COMP-STAY = 'Y'
               MOVE 0 TO WS-ROOM-CHARGES
               DISPLAY FUNCTION TRIM(WS-COMP-TYPE)
                       " stay - room billed at zero."
           END-IF

           *> Get service charges
           DISPLAY CLEAR-SCREEN
           DISPLAY CYAN-COLOR
           RESET-COLOR
           DISPLAY "                                                   "

           PERFORM RESET-TAX-BASES
           PERFORM GET-SERVICE-CHARGES

           *> Calculate tax - the room at its room type's tax code,
           *> every other charge at the code it was filed under.
           MOVE 'R' TO TCA-MODE
           MOVE WS-ROOM-TYPE TO TCA-ROOM-TYPE
           MOVE 'R' TO WS-TXB-IN-KIND
           MOVE WS-ROOM-CHARGES TO WS-TXB-IN-AMT
           PERFORM ADD-TO-TAX-BASE
           PERFORM PRICE-TAX-BASES

           *> The township's per-guest-per-night levy is a flat
           *> amount, not a percentage - its own bill line, outside
           *> the TAX-RATE computation above.
           PERFORM CALCULATE-TOURISM-LEVY

           *> A valid exemption certificate for the guest or their
           *> company takes the tax and the levy off the bill.
           PERFORM APPLY-TAX-EXEMPTION

           *> Routing on the booking peels room-and-tax off to the
           *> company before the guest's own bill is struck; the
           *> levy and the incidentals stay with the guest.
           PERFORM CHECK-CHARGE-ROUTING

           *> A gratuity the guest adds at the desk joins any the
           *> outlets posted to the folio - untaxed, and always the
           *> guest's to pay.
           PERFORM ASK-DESK-GRATUITY

           *> Calculate total
           COMPUTE WS-TOTAL-AMOUNT =
               WS-ROOM-CHARGES + WS-SERVICE-CHARGES + WS-TAX-AMOUNT
               + WS-LEVY-AMOUNT + WS-GRATUITY-TOTAL

           *> Credit any deposit collected at booking time against
           *> the bill just computed.
           *> point per currency unit, before payment is taken.
           PERFORM OFFER-POINTS-REDEMPTION.

       LOAD-SHARE-TERMS.
           MOVE SPACE TO WS-SHARE-ROLE
           MOVE 0 TO WS-SHARE-WITH
           MOVE 0 TO WS-SHARE-PCT
           OPEN INPUT BOOKING-FILE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SHARE-ROLE-BK = 'P' OR SHARE-ROLE-BK = 'S'
                       MOVE SHARE-ROLE-BK TO WS-SHARE-ROLE
                       MOVE SHARE-WITH-BK TO WS-SHARE-WITH
                       MOVE SHARE-PCT-BK TO WS-SHARE-PCT
                   END-IF
           END-READ
           CLOSE BOOKING-FILE.

       CHECK-COMP-STAY.
           MOVE 'N' TO WS-COMP-STAY
           MOVE SPACES TO WS-COMP-TYPE
           OPEN INPUT BOOKING-FILE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOOKING-TYPE = 'Comp'
                      OR BOOKING-TYPE = 'House-Use'
                       MOVE 'Y' TO WS-COMP-STAY
                       MOVE BOOKING-TYPE TO WS-COMP-TYPE
                   END-IF
           END-READ
           CLOSE BOOKING-FILE.

       CHECK-DAYUSE-STAY.
           MOVE 'N' TO WS-DAYUSE-STAY
           OPEN INPUT BOOKING-FILE
           END-IF

           MOVE WS-ROOM-CHARGES TO WS-ROUTE-ROOM-PART
           PERFORM ROUTE-ROOM-TAX-BASES
           COMPUTE WS-ROUTE-COMPANY-TOTAL =
               WS-ROUTE-ROOM-PART + WS-ROUTE-ROOM-TAX
           SUBTRACT WS-ROUTE-ROOM-TAX FROM WS-TAX-AMOUNT
           *> The tax exempted on the room goes with the room.
           IF WS-EXEMPT-CERT NOT = SPACES
               IF WS-EXEMPT-ROUTED > WS-EXEMPT-AMOUNT
                   MOVE WS-EXEMPT-AMOUNT TO WS-EXEMPT-ROUTED
               END-IF
               SUBTRACT WS-EXEMPT-ROUTED FROM WS-EXEMPT-AMOUNT
           END-IF
           MOVE 0 TO WS-ROOM-CHARGES
           DISPLAY "Routing in force: " WS-ROUTE-COMPANY-TOTAL
                   " (room and tax) bills to "
           MOVE PROPERTY-IO TO PROPERTY-IV
           PERFORM GENERATE-NEXT-RECEIPT-NO
           MOVE WS-NEXT-RECEIPT-NO TO RECEIPT-NO-IV
           MOVE WS-EXEMPT-CERT TO TAX-EXEMPT-CERT-IV
           MOVE WS-EXEMPT-ROUTED TO EXEMPT-AMOUNT-IV
           MOVE 0 TO GRATUITY-IV
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY RED-COLOR "*** ERROR: unable to write "
                           "the company invoice. ***" RESET-COLOR
               NOT INVALID KEY
                   MOVE 'C' TO WS-TXB-FOR
                   MOVE WS-COMPANY-INVOICE-ID TO WS-TXB-INVOICE-ID
                   PERFORM WRITE-INVOICE-TAX-ROWS
                   PERFORM GENERATE-NEXT-CITYLEDG-ID
                   OPEN I-O CITYLEDG-FILE
                   IF CL-FILE-ERROR
                   MOVE WS-ROUTE-COMPANY-TOTAL TO CL-AMOUNT
                   MOVE WS-CURRENT-DATE TO CL-ENTRY-DATE
                   MOVE 'Open' TO CL-STATUS
                   MOVE 0 TO CL-APPLIED-AMT
                   MOVE SPACES TO CL-REFERENCE
                   WRITE CITY-LEDGER-RECORD
                   CLOSE CITYLEDG-FILE

                   MOVE WS-ROUTE-COMPANY-TOTAL
                       TO PAYMENT-SETTLE-AMT
                   MOVE 0 TO PAYMENT-SESSION-ID
                   MOVE SPACES TO PAYMENT-CARD-REF
                   MOVE 'N' TO PAYMENT-RECON-FLAG
                   WRITE PAYMENT-RECORD
                   CLOSE PAYMENTS-FILE

           CLOSE INVOICES-FILE
           MOVE WS-GUEST-INVOICE-ID TO WS-NEXT-INVOICE-ID.

      *****************************************************************
      * TAX BY CODE
      * Every charge goes into the tax table under the code taxLookup
      * finds for it - the room type for the room and the fees that
      * go with it, the posting source or service for folio and desk
      * charges, the component codes for a package - at that code's
      * rate. An allowance credit comes off the stay's service bases
      * pro rata. The bill's tax is each code's base at its own rate,
      * and the codes are kept on INVTAX.DAT against the invoice.
      *****************************************************************
       RESET-TAX-BASES.
           MOVE 0 TO WS-TXB-COUNT
           INITIALIZE WS-TXB-TABLE.

       *> Each group stay's allowances net off its own charges only.
       CLEAR-STAY-TAX-BASES.
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               MOVE 0 TO WS-TXB-STAY(WS-TXB-IDX)
           END-PERFORM.

       *> TCA-MODE and its key are set; WS-TXB-IN-KIND is R for the
       *> room charge itself, S for anything billed as a service.
       ADD-TO-TAX-BASE.
           IF WS-TXB-IN-AMT = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'taxLookup' USING TAX-CODE-AREA
           MOVE 0 TO WS-TXB-FOUND
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               IF WS-TXB-CODE(WS-TXB-IDX) = TCA-CODE
                   MOVE WS-TXB-IDX TO WS-TXB-FOUND
               END-IF
           END-PERFORM
           IF WS-TXB-FOUND = 0
               IF WS-TXB-COUNT < 10
                   ADD 1 TO WS-TXB-COUNT
                   MOVE WS-TXB-COUNT TO WS-TXB-FOUND
                   MOVE TCA-CODE TO WS-TXB-CODE(WS-TXB-FOUND)
                   MOVE TCA-DESC TO WS-TXB-DESC(WS-TXB-FOUND)
                   MOVE TCA-RATE TO WS-TXB-RATE(WS-TXB-FOUND)
               ELSE
                   MOVE 10 TO WS-TXB-FOUND
               END-IF
           END-IF
           IF WS-TXB-IN-KIND = 'R'
               ADD WS-TXB-IN-AMT TO WS-TXB-ROOM(WS-TXB-FOUND)
           ELSE
               ADD WS-TXB-IN-AMT TO WS-TXB-SVC(WS-TXB-FOUND)
               ADD WS-TXB-IN-AMT TO WS-TXB-STAY(WS-TXB-FOUND)
           END-IF.

       *> Extra persons and early or late use of the room are taxed
       *> as the room is.
       ADD-ROOM-FEE-TAX-BASE.
           MOVE 'R' TO TCA-MODE
           MOVE WS-ROOM-TYPE TO TCA-ROOM-TYPE
           MOVE 'S' TO WS-TXB-IN-KIND
           PERFORM ADD-TO-TAX-BASE.

       *> TCA-CODE holds the component's code; the amount is in
       *> WS-PKG-COMPONENT-AMT.
       ADD-PACKAGE-TAX-BASE.
           MOVE 'C' TO TCA-MODE
           MOVE 'S' TO WS-TXB-IN-KIND
           MOVE WS-PKG-COMPONENT-AMT TO WS-TXB-IN-AMT
           PERFORM ADD-TO-TAX-BASE.

       *> WS-TXB-CREDIT is spread over the stay's service bases in
       *> proportion; what the division leaves over comes off the
       *> first bases that can take it.
       APPLY-CREDIT-TO-TAX-BASES.
           MOVE 0 TO WS-TXB-STAY-TOTAL
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               ADD WS-TXB-STAY(WS-TXB-IDX) TO WS-TXB-STAY-TOTAL
           END-PERFORM
           IF WS-TXB-CREDIT > WS-TXB-STAY-TOTAL
               MOVE WS-TXB-STAY-TOTAL TO WS-TXB-CREDIT
           END-IF
           IF WS-TXB-CREDIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXB-CREDIT TO WS-TXB-CREDIT-LEFT
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               COMPUTE WS-TXB-SHARE = WS-TXB-CREDIT
                   * WS-TXB-STAY(WS-TXB-IDX) / WS-TXB-STAY-TOTAL
               SUBTRACT WS-TXB-SHARE FROM WS-TXB-SVC(WS-TXB-IDX)
               SUBTRACT WS-TXB-SHARE FROM WS-TXB-STAY(WS-TXB-IDX)
               SUBTRACT WS-TXB-SHARE FROM WS-TXB-CREDIT-LEFT
           END-PERFORM
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
                      OR WS-TXB-CREDIT-LEFT = 0
               IF WS-TXB-STAY(WS-TXB-IDX) < WS-TXB-CREDIT-LEFT
                   MOVE WS-TXB-STAY(WS-TXB-IDX) TO WS-TXB-SHARE
               ELSE
                   MOVE WS-TXB-CREDIT-LEFT TO WS-TXB-SHARE
               END-IF
               SUBTRACT WS-TXB-SHARE FROM WS-TXB-SVC(WS-TXB-IDX)
               SUBTRACT WS-TXB-SHARE FROM WS-TXB-STAY(WS-TXB-IDX)
               SUBTRACT WS-TXB-SHARE FROM WS-TXB-CREDIT-LEFT
           END-PERFORM.

       PRICE-TAX-BASES.
           MOVE 0 TO WS-TAX-AMOUNT
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               COMPUTE WS-TXB-TAX(WS-TXB-IDX) =
                   (WS-TXB-ROOM(WS-TXB-IDX) + WS-TXB-SVC(WS-TXB-IDX))
                   * WS-TXB-RATE(WS-TXB-IDX) / 100
               ADD WS-TXB-TAX(WS-TXB-IDX) TO WS-TAX-AMOUNT
           END-PERFORM.

       *> The room part of each code goes to the company with its tax,
       *> or with the tax its certificate exempted.
       ROUTE-ROOM-TAX-BASES.
           MOVE 0 TO WS-ROUTE-ROOM-TAX
           MOVE 0 TO WS-EXEMPT-ROUTED
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               MOVE WS-TXB-ROOM(WS-TXB-IDX)
                   TO WS-TXB-ROUTE-ROOM(WS-TXB-IDX)
               IF WS-EXEMPT-CERT = SPACES
                   COMPUTE WS-TXB-ROUTE-TAX(WS-TXB-IDX) =
                       WS-TXB-ROOM(WS-TXB-IDX)
                       * WS-TXB-RATE(WS-TXB-IDX) / 100
                   SUBTRACT WS-TXB-ROUTE-TAX(WS-TXB-IDX)
                       FROM WS-TXB-TAX(WS-TXB-IDX)
                   ADD WS-TXB-ROUTE-TAX(WS-TXB-IDX)
                       TO WS-ROUTE-ROOM-TAX
               ELSE
                   COMPUTE WS-TXB-ROUTE-EXEMPT(WS-TXB-IDX) =
                       WS-TXB-ROOM(WS-TXB-IDX)
                       * WS-TXB-RATE(WS-TXB-IDX) / 100
                   IF WS-TXB-ROUTE-EXEMPT(WS-TXB-IDX) >
                           WS-TXB-EXEMPT(WS-TXB-IDX)
                       MOVE WS-TXB-EXEMPT(WS-TXB-IDX)
                           TO WS-TXB-ROUTE-EXEMPT(WS-TXB-IDX)
                   END-IF
                   SUBTRACT WS-TXB-ROUTE-EXEMPT(WS-TXB-IDX)
                       FROM WS-TXB-EXEMPT(WS-TXB-IDX)
                   ADD WS-TXB-ROUTE-EXEMPT(WS-TXB-IDX)
                       TO WS-EXEMPT-ROUTED
               END-IF
               MOVE 0 TO WS-TXB-ROOM(WS-TXB-IDX)
           END-PERFORM.

       *> One line per code is only worth showing when something on
       *> the bill is taxed other than at the standard rate.
       CHECK-TAX-MIXED.
           MOVE 'N' TO WS-TXB-MIXED
           IF WS-TXB-COUNT > 1
               MOVE 'Y' TO WS-TXB-MIXED
           END-IF
           IF WS-TXB-COUNT = 1 AND WS-TXB-CODE(1) NOT = 'STD'
               MOVE 'Y' TO WS-TXB-MIXED
           END-IF.

       SHOW-TAX-BREAKDOWN.
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               IF WS-TXB-TAX(WS-TXB-IDX) > 0
                   MOVE WS-TXB-TAX(WS-TXB-IDX) TO WS-FORMATTED-TOTAL
                   DISPLAY "    " WS-TXB-CODE(WS-TXB-IDX) " "
                           WS-TXB-DESC(WS-TXB-IDX) " "
                           WS-TXB-RATE(WS-TXB-IDX) "%: "
                           WS-FORMATTED-TOTAL
               END-IF
           END-PERFORM.

       *> WS-TXB-FOR G writes the guest's (or group's) own invoice,
       *> C the company's routed room part.
       WRITE-INVOICE-TAX-ROWS.
           OPEN I-O INVTAX-FILE
           IF IT-FILE-ERROR
               CLOSE INVTAX-FILE
               OPEN OUTPUT INVTAX-FILE
               CLOSE INVTAX-FILE
               OPEN I-O INVTAX-FILE
           END-IF
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               MOVE WS-TXB-INVOICE-ID TO IT-INVOICE-ID
               MOVE WS-TXB-CODE(WS-TXB-IDX) TO IT-TAX-CODE
               MOVE WS-TXB-RATE(WS-TXB-IDX) TO IT-TAX-RATE
               IF WS-TXB-FOR = 'C'
                   MOVE WS-TXB-ROUTE-ROOM(WS-TXB-IDX)
                       TO IT-TAXABLE-BASE
                   MOVE WS-TXB-ROUTE-ROOM(WS-TXB-IDX) TO IT-ROOM-BASE
                   MOVE WS-TXB-ROUTE-TAX(WS-TXB-IDX) TO IT-TAX-AMOUNT
                   MOVE WS-TXB-ROUTE-EXEMPT(WS-TXB-IDX)
                       TO IT-EXEMPT-TAX
               ELSE
                   COMPUTE IT-TAXABLE-BASE = WS-TXB-ROOM(WS-TXB-IDX)
                       + WS-TXB-SVC(WS-TXB-IDX)
                   MOVE WS-TXB-ROOM(WS-TXB-IDX) TO IT-ROOM-BASE
                   MOVE WS-TXB-TAX(WS-TXB-IDX) TO IT-TAX-AMOUNT
                   MOVE WS-TXB-EXEMPT(WS-TXB-IDX) TO IT-EXEMPT-TAX
               END-IF
               MOVE WS-CURRENT-DATE TO IT-INVOICE-DATE
               MOVE PROPERTY-IO TO IT-PROPERTY
               IF IT-TAXABLE-BASE > 0 OR IT-TAX-AMOUNT > 0
                  OR IT-EXEMPT-TAX > 0
                   WRITE INVTAX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE INVTAX-FILE.

      *****************************************************************
      * TOURISM LEVY
      * Charged per registered guest per night at the flat amount in
                   WS-STAY-DAYS " night(s) x " WS-LEVY-PER-NIGHT
                   " = " WS-LEVY-AMOUNT.

      *****************************************************************
      * TAX EXEMPTION
      * Embassy, government and NGO guests holding a certificate in
      * TAXEXEMPT.DAT pay neither TAX-RATE nor the tourism levy. The
      * certificate must be Active, valid on the check-out date and
      * issued to this customer or to the company on their record.
      * The amount that would have been charged is kept for the
      * invoice, and the zero rate flows through routing and onto
      * the invoice's TAX-RATE so every later tax sum agrees.
      *****************************************************************
       APPLY-TAX-EXEMPTION.
           MOVE SPACES TO WS-EXEMPT-CERT
           MOVE SPACES TO WS-EXEMPT-ISSUER
           MOVE 0 TO WS-EXEMPT-AMOUNT
           MOVE 0 TO WS-EXEMPT-ROUTED
           MOVE 0 TO WS-EXEMPT-TAX-PCT
           PERFORM FIND-EXEMPT-CERTIFICATE
           IF WS-EXEMPT-CERT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-RATE-PCT TO WS-EXEMPT-TAX-PCT
           COMPUTE WS-EXEMPT-AMOUNT = WS-TAX-AMOUNT + WS-LEVY-AMOUNT
           MOVE 0 TO WS-TAX-AMOUNT
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TXB-COUNT
               MOVE WS-TXB-TAX(WS-TXB-IDX) TO WS-TXB-EXEMPT(WS-TXB-IDX)
               MOVE 0 TO WS-TXB-TAX(WS-TXB-IDX)
           END-PERFORM
           MOVE 0 TO WS-LEVY-AMOUNT
           MOVE 0 TO WS-TAX-RATE
           MOVE 0 TO WS-TAX-RATE-PCT
           DISPLAY "Tax-exempt: certificate "
                   FUNCTION TRIM(WS-EXEMPT-CERT) " ("
                   FUNCTION TRIM(WS-EXEMPT-ISSUER) ") - tax and levy "
                   WS-EXEMPT-AMOUNT " not charged.".

       FIND-EXEMPT-CERTIFICATE.
           OPEN INPUT TAXEXEMPT-FILE
           IF TX-FILE-ERROR
               CLOSE TAXEXEMPT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TX-EOF
           PERFORM UNTIL WS-TX-EOF = 'Y'
               READ TAXEXEMPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TX-EOF
                   NOT AT END
                       IF FUNCTION TRIM(TX-STATUS) = 'Active'
                          AND TX-VALID-FROM <= WS-CHECKOUT-DATE
                          AND TX-VALID-TO >= WS-CHECKOUT-DATE
                          AND ((TX-CUSTOMER-ID > 0
                                AND TX-CUSTOMER-ID
                                    = WS-STAY-CUSTOMER-ID)
                            OR (TX-COMPANY NOT = SPACES
                                AND TX-COMPANY = WS-COMPANY-NAME))
                           MOVE TX-CERT-NO TO WS-EXEMPT-CERT
                           MOVE TX-ISSUER TO WS-EXEMPT-ISSUER
                           MOVE 'Y' TO WS-TX-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXEXEMPT-FILE.

      *****************************************************************
      * LOYALTY POINTS
      * Earned at checkout from the final bill at the LOYALTY rate in
               EXIT PARAGRAPH
           END-IF

           *> A promo rate locked at booking is already net - the
           *> code still rides the invoice for redemption counts.
           IF WS-RATE-SOURCE = 'PROMO'
               DISPLAY "Promo " FUNCTION TRIM(WS-STAY-PROMO-CODE)
                       " - locked promo rate billed."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROMOS-FILE
           IF PROMO-FILE-OK
               MOVE WS-STAY-PROMO-CODE TO PROMO-CODE
                       "% off room charges."
           END-IF.

      *****************************************************************
      * LENGTH-OF-STAY OFFERS
      * The offer bookRoom attached (LOSUSE.DAT) is priced by
      * losOffer on the nights actually stayed, so a guest who
      * leaves early and no longer reaches the offer's length loses
      * the benefit, and one who stays on keeps it. A stay that
      * carries no offer but has grown into one - an extension -
      * gets the best offer its rate allows, on the same terms
      * bookRoom applies (no promo, contract or comp stay).
      *****************************************************************
       APPLY-LOS-OFFER.
           MOVE 'N' TO WS-LOS-ON-FILE
           MOVE 'N' TO WS-LOS-RESULT
           MOVE 'N' TO WS-LOS-SKIP
           MOVE SPACES TO WS-LOS-CODE
           MOVE 0 TO WS-LOS-BENEFIT
           MOVE 0 TO WS-LOS-NIGHTS
           IF WS-DAYUSE-STAY = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOKING-FILE
           MOVE BOOKING-ID-IO TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LOS-SKIP
               NOT INVALID KEY
                   IF PROMO-CODE-BK NOT = SPACES
                      OR RATE-SOURCE-BK = 'CONTRACT'
                      OR BOOKING-TYPE = 'Comp'
                      OR BOOKING-TYPE = 'House-Use'
                       MOVE 'Y' TO WS-LOS-SKIP
                   END-IF
           END-READ
           CLOSE BOOKING-FILE

           OPEN INPUT LOSUSE-FILE
           IF LU-FILE-OK
               MOVE BOOKING-ID-IO TO LU-BOOKING-ID
               READ LOSUSE-FILE KEY IS LU-BOOKING-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOS-ON-FILE
               END-READ
           END-IF
           CLOSE LOSUSE-FILE

           IF WS-LOS-ON-FILE = 'Y'
               MOVE 'P' TO LA-MODE
               MOVE LU-OFFER-CODE TO LA-OFFER-CODE
           ELSE
               IF WS-LOS-SKIP = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'F' TO LA-MODE
               MOVE SPACES TO LA-OFFER-CODE
           END-IF
           MOVE WS-ROOM-TYPE TO LA-ROOM-TYPE
           MOVE ACTUAL-CHECKIN-DATE TO LA-CHECKIN-DATE
           MOVE WS-CHECKOUT-DATE TO LA-CHECKOUT-DATE
           MOVE WS-ROOM-PRICE TO LA-RATE
           CALL 'losOffer' USING LOS-OFFER-AREA
           MOVE LA-RESULT TO WS-LOS-RESULT
           MOVE LA-OFFER-CODE TO WS-LOS-CODE
           MOVE LA-NIGHTS TO WS-LOS-NIGHTS

           IF LA-RESULT = 'Y'
               MOVE LA-BENEFIT TO WS-LOS-BENEFIT
               IF WS-LOS-BENEFIT > WS-ROOM-CHARGES
                   MOVE WS-ROOM-CHARGES TO WS-LOS-BENEFIT
               END-IF
               SUBTRACT WS-LOS-BENEFIT FROM WS-ROOM-CHARGES
               DISPLAY "Stay offer " FUNCTION TRIM(WS-LOS-CODE) " ("
                       FUNCTION TRIM(LA-OFFER-DESC) ") - "
                       WS-LOS-BENEFIT " off " LA-OFFER-NIGHTS
                       " qualifying night(s)."
           ELSE
               IF WS-LOS-ON-FILE = 'Y'
                   DISPLAY YELLOW-COLOR "Stay offer "
                           FUNCTION TRIM(WS-LOS-CODE)
                           " withdrawn - " WS-LOS-NIGHTS
                           " night(s) stayed, the offer needs "
                           LA-MIN-NIGHTS "." RESET-COLOR
               END-IF
           END-IF.

       *> Settled once the invoice is on file: the benefit given, or
       *> the offer withdrawn when the stay fell short.
       RECORD-LOS-TAKEUP.
           IF WS-LOS-ON-FILE = 'N' AND WS-LOS-RESULT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOSUSE-FILE
           IF LU-FILE-ERROR
               CLOSE LOSUSE-FILE
               OPEN OUTPUT LOSUSE-FILE
               CLOSE LOSUSE-FILE
               OPEN I-O LOSUSE-FILE
           END-IF
           MOVE BOOKING-ID-IO TO LU-BOOKING-ID
           READ LOSUSE-FILE KEY IS LU-BOOKING-ID
               INVALID KEY
                   INITIALIZE LOS-USE-RECORD
                   MOVE BOOKING-ID-IO TO LU-BOOKING-ID
                   MOVE WS-LOS-CODE TO LU-OFFER-CODE
                   MOVE WS-ROOM-TYPE TO LU-ROOM-TYPE
                   MOVE ACTUAL-CHECKIN-DATE TO LU-CHECKIN-DATE
                   MOVE WS-LOS-NIGHTS TO LU-NIGHTS-BOOKED
                   MOVE WS-ROOM-PRICE TO LU-RATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO LU-BOOKED-AT
                   PERFORM FILL-LOS-TAKEUP
                   WRITE LOS-USE-RECORD
               NOT INVALID KEY
                   PERFORM FILL-LOS-TAKEUP
                   REWRITE LOS-USE-RECORD
           END-READ
           CLOSE LOSUSE-FILE.

       FILL-LOS-TAKEUP.
           MOVE WS-LOS-NIGHTS TO LU-NIGHTS-STAYED
           MOVE WS-LOS-BENEFIT TO LU-BENEFIT-GIVEN
           MOVE WS-NEXT-INVOICE-ID TO LU-INVOICE-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO LU-BILLED-AT
           IF WS-LOS-RESULT = 'Y'
               MOVE 'Given' TO LU-STATUS
           ELSE
               MOVE 'Withdrawn' TO LU-STATUS
           END-IF.

      *> Compares the actual check-out date against the booking's
      *> CHECKOUT-DATE. When the guest leaves early: charge the
      *> early-departure fee (EARLYDEP in RATES.DAT, a percentage of
           MOVE PROPERTY-IO TO PROPERTY-IV
           PERFORM GENERATE-NEXT-RECEIPT-NO
           MOVE WS-NEXT-RECEIPT-NO TO RECEIPT-NO-IV
           MOVE WS-EXEMPT-CERT TO TAX-EXEMPT-CERT-IV
           MOVE WS-EXEMPT-AMOUNT TO EXEMPT-AMOUNT-IV
           MOVE WS-GRATUITY-TOTAL TO GRATUITY-IV
           PERFORM VARYING WS-SVC-INDEX FROM 1 BY 1
                   UNTIL WS-SVC-INDEX > WS-ITEM-COUNT
               MOVE WS-ITEM-CODE(WS-SVC-INDEX) TO SI-CODE(WS-SVC-INDEX)
                   "y!"
                   RESET-COLOR
                   DISPLAY " "
                   MOVE 'G' TO WS-TXB-FOR
                   MOVE WS-NEXT-INVOICE-ID TO WS-TXB-INVOICE-ID
                   PERFORM WRITE-INVOICE-TAX-ROWS
                   PERFORM MARK-FOLIO-LINES-BILLED
                   PERFORM WRITE-GRATUITY-LEDGER
                   PERFORM RECORD-LOS-TAKEUP
                   PERFORM RECORD-LOYALTY-ACTIVITY
                   PERFORM SETTLE-OR-DIRECT-BILL
                   PERFORM RECORD-PAID-POSITION
           PERFORM WRITE-COMPANY-SPLIT-INVOICE

           *> Display invoice
           PERFORM DISPLAY-INVOICE

           *> And the paper copy the guest leaves with
           PERFORM PRINT-CHECKOUT-INVOICE.

      *****************************************************************
      * PRINTED INVOICE
      * The stay record is still held for the checkout, so the room
      * and stay dates go across in the call area rather than being
      * read back. The company half of a routed stay prints first,
      * leaving the guest's own invoice in INVOICE.PRN for the desk
      * printer; both are kept in the report archive.
      *****************************************************************
       PRINT-CHECKOUT-INVOICE.
           INITIALIZE PRINT-INVOICE-AREA
           MOVE 'N' TO PIA-COPY-FLAG
           MOVE ROOM-ID-IO TO PIA-ROOM-ID
           MOVE ACTUAL-CHECKIN-DATE TO PIA-ARRIVAL-DATE
           MOVE WS-CHECKOUT-DATE TO PIA-DEPART-DATE
           IF WS-ROUTE-CODE = 'C' AND WS-ROUTE-COMPANY-TOTAL > 0
               MOVE WS-COMPANY-INVOICE-ID TO PIA-INVOICE-ID
               CALL 'printInvoice' USING PRINT-INVOICE-AREA
           END-IF
           MOVE WS-NEXT-INVOICE-ID TO PIA-INVOICE-ID
           CALL 'printInvoice' USING PRINT-INVOICE-AREA.

       *> The group's master folio, once every stay is closed off.
       PRINT-GROUP-INVOICE.
           INITIALIZE PRINT-INVOICE-AREA
           MOVE WS-NEXT-INVOICE-ID TO PIA-INVOICE-ID
           MOVE 'N' TO PIA-COPY-FLAG
           MOVE 'M' TO PIA-FOLIO-KIND
           CALL 'printInvoice' USING PRINT-INVOICE-AREA.

      *****************************************************************
      * CARD PRE-AUTHORIZATION SETTLEMENT
           RESET-COLOR
           DISPLAY "Invoice ID:     " INVOICE-ID
           DISPLAY "Official Rcpt:  " RECEIPT-NO-IV
           PERFORM FIND-PROFORMA-NO
           IF WS-PROFORMA-NO > 0
               DISPLAY "Pro-forma No:   " WS-PROFORMA-NO
           END-IF
           DISPLAY "Check-out Date: " WS-FORMATTED-DATE
           DISPLAY "Check-out Time: " WS-FORMATTED-TIME
           DISPLAY " "
           DISPLAY CYAN-COLOR "Guest Information:" RESET-COLOR
           DISPLAY "  Name:         " WS-CUSTOMER-NAME
           MOVE WS-CUSTOMER-PHONE TO PM-VALUE
           CALL 'maskPii' USING PII-MASK-AREA
           DISPLAY "  Phone:        " PM-VALUE(1:15)
           DISPLAY " "
           DISPLAY CYAN-COLOR "Stay Information:" RESET-COLOR
           DISPLAY "  Room:         " ROOM-ID-IO " (" 
           MOVE WS-SERVICE-CHARGES TO WS-FORMATTED-TOTAL
           DISPLAY "  Service Fees: " WS-FORMATTED-TOTAL
           MOVE WS-TAX-AMOUNT TO WS-FORMATTED-TOTAL
           PERFORM CHECK-TAX-MIXED
           IF WS-TXB-MIXED = 'Y'
               DISPLAY "  Tax:          " WS-FORMATTED-TOTAL
               PERFORM SHOW-TAX-BREAKDOWN
           ELSE
               DISPLAY "  Tax (" WS-TAX-RATE-PCT "%):    "
                       WS-FORMATTED-TOTAL
           END-IF
           IF WS-LEVY-AMOUNT > 0
               MOVE WS-LEVY-AMOUNT TO WS-FORMATTED-TOTAL
               DISPLAY "  Tourism Levy (" WS-LEVY-GUESTS
                       " guest(s) x " WS-STAY-DAYS " night(s)): "
                       WS-FORMATTED-TOTAL
           END-IF
           IF GRATUITY-IV > 0
               MOVE GRATUITY-IV TO WS-FORMATTED-TOTAL
               DISPLAY "  Gratuity (staff, untaxed): "
                       WS-FORMATTED-TOTAL
           END-IF
           IF WS-EXEMPT-CERT NOT = SPACES
               MOVE WS-EXEMPT-AMOUNT TO WS-FORMATTED-TOTAL
               DISPLAY "  TAX EXEMPT - Certificate "
                       FUNCTION TRIM(WS-EXEMPT-CERT)
               DISPLAY "    (" FUNCTION TRIM(WS-EXEMPT-ISSUER)
                       ") tax and levy exempted: " WS-FORMATTED-TOTAL
           END-IF
           IF DEPOSIT-CREDIT > 0
               MOVE DEPOSIT-CREDIT TO WS-FORMATTED-TOTAL
               DISPLAY "  Deposit Credit: -" WS-FORMATTED-TOTAL
           DISPLAY "Press ENTER to continue..."
           ACCEPT WS-DUMMY-INPUT.

       *> The latest pro-forma carrying the booking that has not
       *> been superseded by a later one.
       FIND-PROFORMA-NO.
           MOVE 0 TO WS-PROFORMA-NO
           OPEN INPUT PROFORMA-FILE
           IF PF-FILE-ERROR
               CLOSE PROFORMA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PF-EOF
           PERFORM UNTIL WS-PF-EOF = 'Y'
               READ PROFORMA-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PF-STATUS) NOT = 'Superseded'
                           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                                   UNTIL WS-PF-IDX > PF-LINE-COUNT
                               IF PF-LN-BOOKING-ID(WS-PF-IDX)
                                       = BOOKING-ID-IV
                                   MOVE PF-ID TO WS-PROFORMA-NO
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFORMA-FILE.

       *> A Corporate account may have the invoice posted to the
       *> company's city-ledger account instead of paying at the
       *> desk - the company is invoiced monthly from the statement
           MOVE WS-TOTAL-AMOUNT TO CL-AMOUNT
           MOVE WS-CURRENT-DATE TO CL-ENTRY-DATE
           MOVE 'Open' TO CL-STATUS
           MOVE 0 TO CL-APPLIED-AMT
           MOVE SPACES TO CL-REFERENCE
           WRITE CITY-LEDGER-RECORD
           CLOSE CITYLEDG-FILE.

               PERFORM GET-PAYMENT-METHOD-CHOICE
               MOVE WS-PAYMENT-METHOD-INPUT
                   TO WS-PAYMENT-METHOD(WS-PAYMENT-COUNT)
               MOVE WS-CARD-REF-INPUT
                   TO WS-PAYMENT-CARD-REF(WS-PAYMENT-COUNT)
               IF WS-PAYMENT-METHOD-INPUT = 'Voucher'
                  AND WS-VOUCHER-BALANCE < WS-TOTAL-AMOUNT
                   *> Voucher smaller than the bill - take it and
           PERFORM GET-PAYMENT-METHOD-CHOICE
           MOVE WS-PAYMENT-METHOD-INPUT
               TO WS-PAYMENT-METHOD(WS-PAYMENT-COUNT)
           MOVE WS-CARD-REF-INPUT
               TO WS-PAYMENT-CARD-REF(WS-PAYMENT-COUNT)

           IF WS-PAYMENT-COUNT = 5
               MOVE WS-PAYMENT-REMAINING TO WS-PAYMENT-AMOUNT-INPUT
           DISPLAY "  5. Gift Voucher"
           DISPLAY "  Select payment method: "
           ACCEPT WS-PMT-METHOD-CHOICE
           MOVE SPACES TO WS-CARD-REF-INPUT
           EVALUATE WS-PMT-METHOD-CHOICE
               WHEN 1
                   MOVE "Cash" TO WS-PAYMENT-METHOD-INPUT
               WHEN 2
                   MOVE "Card" TO WS-PAYMENT-METHOD-INPUT
                   PERFORM GET-CARD-REFERENCE
               WHEN 3
                   MOVE "UPI" TO WS-PAYMENT-METHOD-INPUT
               WHEN 4
                   MOVE "Cash" TO WS-PAYMENT-METHOD-INPUT
           END-EVALUATE.

       *> The terminal's approval code is what the acquirer's
       *> settlement file quotes back; a stay whose pre-auth is being
       *> captured for the bill defaults to that authorization.
       GET-CARD-REFERENCE.
           MOVE SPACES TO WS-STAY-AUTH-CODE
           OPEN INPUT PREAUTH-FILE
           IF PA-FILE-OK
               MOVE 'N' TO WS-PA-EOF
               PERFORM UNTIL WS-PA-EOF = 'Y'
                   READ PREAUTH-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-PA-EOF
                       NOT AT END
                           IF PA-CHECKIN-ID = CHECKIN-ID
                              AND FUNCTION TRIM(PA-STATUS) = 'Open'
                               MOVE PA-AUTH-CODE TO WS-STAY-AUTH-CODE
                               MOVE 'Y' TO WS-PA-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PREAUTH-FILE
           IF WS-STAY-AUTH-CODE NOT = SPACES
               DISPLAY "  Card approval code (ENTER = pre-auth "
                       FUNCTION TRIM(WS-STAY-AUTH-CODE) "): "
           ELSE
               DISPLAY "  Card terminal approval code: "
           END-IF
           ACCEPT WS-CARD-REF-INPUT
           IF WS-CARD-REF-INPUT = SPACES
               MOVE WS-STAY-AUTH-CODE TO WS-CARD-REF-INPUT
           END-IF.

       *> A voucher pays like money as long as it is Open and inside
       *> its expiry; any value above the bill is forfeited, which is
       *> what the printed voucher says.
                   TO PAYMENT-METHOD
               MOVE WS-PAYMENT-AMOUNT(WS-PAYMENT-INDEX)
                   TO PAYMENT-AMOUNT
               MOVE WS-PAYMENT-CARD-REF(WS-PAYMENT-INDEX)
                   TO PAYMENT-CARD-REF
               MOVE 'N' TO PAYMENT-RECON-FLAG
               MOVE FUNCTION CURRENT-DATE(1:14) TO PAYMENT-TIMESTAMP
               MOVE WS-CASH-SESSION-ID TO PAYMENT-SESSION-ID
               MOVE WS-SETTLE-CURR TO PAYMENT-SETTLE-CURR
           MOVE 'PAYMENT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

      *****************************************************************
      * GRATUITY
      * Tips reach the bill two ways: folio lines the outlets post
      * with sign G and their department in the reason code, and a
      * gratuity the guest adds at the desk. Both are summed by
      * department and, once the invoice is written, each department
      * gets a Collected row in GRATUITY.DAT - the pool the monthly
      * distribution in gratuityPool shares out.
      *****************************************************************
       ASK-DESK-GRATUITY.
           MOVE 0 TO WS-DESK-TIP
           IF WS-GRATUITY-TOTAL > 0
               DISPLAY "Gratuity already on the folio: "
                       WS-GRATUITY-TOTAL
           END-IF
           DISPLAY "Gratuity to add at the desk (0 if none): "
           ACCEPT WS-DESK-TIP
           IF WS-DESK-TIP NOT NUMERIC OR WS-DESK-TIP = 0
               MOVE 0 TO WS-DESK-TIP
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Department it is for (blank = FRONTDESK): "
           MOVE SPACES TO WS-GRAT-IN-DEPT
           ACCEPT WS-GRAT-IN-DEPT
           MOVE WS-DESK-TIP TO WS-GRAT-IN-AMT
           PERFORM ADD-GRATUITY-ENTRY.

       ADD-GRATUITY-ENTRY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRAT-IN-DEPT))
               TO WS-GRAT-IN-DEPT
           IF WS-GRAT-IN-DEPT = SPACES
               MOVE 'FRONTDESK' TO WS-GRAT-IN-DEPT
           END-IF
           ADD WS-GRAT-IN-AMT TO WS-GRATUITY-TOTAL
           MOVE 'N' TO WS-GRAT-FOUND
           PERFORM VARYING WS-GRAT-IDX FROM 1 BY 1
                   UNTIL WS-GRAT-IDX > WS-GRAT-COUNT
                      OR WS-GRAT-FOUND = 'Y'
               IF WS-GRAT-DEPT(WS-GRAT-IDX) = WS-GRAT-IN-DEPT
                   MOVE 'Y' TO WS-GRAT-FOUND
                   ADD WS-GRAT-IN-AMT TO WS-GRAT-AMOUNT(WS-GRAT-IDX)
               END-IF
           END-PERFORM
           IF WS-GRAT-FOUND = 'N'
               IF WS-GRAT-COUNT < 20
                   ADD 1 TO WS-GRAT-COUNT
                   MOVE WS-GRAT-IN-DEPT TO WS-GRAT-DEPT(WS-GRAT-COUNT)
                   MOVE WS-GRAT-IN-AMT TO WS-GRAT-AMOUNT(WS-GRAT-COUNT)
               ELSE
                   ADD WS-GRAT-IN-AMT TO WS-GRAT-AMOUNT(20)
               END-IF
           END-IF.

       *> Runs with the new invoice still in the record area.
       WRITE-GRATUITY-LEDGER.
           PERFORM VARYING WS-GRAT-IDX FROM 1 BY 1
                   UNTIL WS-GRAT-IDX > WS-GRAT-COUNT
               PERFORM GENERATE-NEXT-GRATUITY-ID
               OPEN I-O GRATUITY-FILE
               IF GR-FILE-ERROR
                   CLOSE GRATUITY-FILE
                   OPEN OUTPUT GRATUITY-FILE
                   CLOSE GRATUITY-FILE
                   OPEN I-O GRATUITY-FILE
               END-IF
               MOVE WS-NEXT-GRATUITY-ID TO GR-ID
               MOVE WS-CURRENT-DATE TO GR-DATE
               MOVE WS-GRAT-DEPT(WS-GRAT-IDX) TO GR-DEPT
               MOVE 'CHECKOUT' TO GR-SOURCE
               MOVE CHECKIN-ID-IV TO GR-CHECKIN-ID
               MOVE INVOICE-ID TO GR-INVOICE-ID
               MOVE WS-GRAT-AMOUNT(WS-GRAT-IDX) TO GR-AMOUNT
               MOVE 'Collected' TO GR-STATUS
               MOVE 0 TO GR-PAYOUT-PERIOD
               WRITE GRATUITY-RECORD
               CLOSE GRATUITY-FILE
           END-PERFORM.

       GENERATE-NEXT-GRATUITY-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'GRATUITY' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-GRATUITY-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-GRATUITY-ID
           CLOSE COUNTERS-FILE.

       SEED-GRATUITY-COUNTER.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT GRATUITY-FILE
           IF GR-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRATUITY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GR-ID > COUNTER-NEXT-ID
                               MOVE GR-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GRATUITY-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'GRATUITY' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       *> Update checkout record
       UPDATE-CHECKOUT-RECORD.
           MOVE 'Y' TO CHECKOUT-FLAG IN CHECKINOUT-RECORD
                   DISPLAY " "
           END-REWRITE.

       *> Update room status to Available - unless a share-with
       *> partner still has an open stay in it.
       UPDATE-ROOM-STATUS.
           PERFORM CHECK-SHARER-IN-HOUSE
           IF WS-SHARER-IN-HOUSE = 'Y'
               DISPLAY " "
               DISPLAY YELLOW-COLOR "Room " ROOM-ID-IO " stays Occupi"
               "ed - booking " WS-SHARE-WITH " is still in the room."
               RESET-COLOR
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ROOMS-FILE
           MOVE ROOM-ID-IO TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
           END-READ
           CLOSE ROOMS-FILE.

       *> The check-out record is already rewritten; the scan reads
       *> the file open I-O and then puts this stay back in the
       *> record area for the lines that still display it.
       CHECK-SHARER-IN-HOUSE.
           MOVE 'N' TO WS-SHARER-IN-HOUSE
           IF WS-SHARE-ROLE NOT = 'P' AND WS-SHARE-ROLE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE CHECKIN-ID TO WS-SHARE-CHECKIN-ID
           MOVE 0 TO CHECKIN-ID
           START CHECKINOUT-FILE KEY IS >= CHECKIN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOOKING-ID-IO = WS-SHARE-WITH
                          AND CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'N'
                           MOVE 'Y' TO WS-SHARER-IN-HOUSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SHARE-CHECKIN-ID TO CHECKIN-ID
           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
               INVALID KEY
                   CONTINUE
           END-READ.

       *> Opens the shared counter control file, creating it on first
       *> use so GENERATE-NEXT-INVOICE-ID can rely on I-O access.
       OPEN-COUNTERS-FILE.
