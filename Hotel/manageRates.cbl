      * Add/change/deactivate screens for the four control files the
      * billing and booking programs read - RATES.DAT (tax and fee
      * percentages), RATECAL.DAT (seasonal price overrides),
      * SERVICES.DAT (the chargeable service catalog),
      * ROOMTYPES.DAT (types, rates, counts) and the tax codes in
      * TAXCODES.DAT and TAXSRC.DAT - with field validation
      * against the copybook layouts, so nobody edits the fixed-width
      * files in a text editor again. Every change writes an audit
      * line to the shared AUDITLOG.DAT, and the whole record as it
      * stood before and after goes to the master-data change
      * journal.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CODE
               FILE STATUS IS WS-PKG-FILE-STATUS.
           SELECT TAXCODES-FILE ASSIGN TO '../DATA/TAXCODES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CODE
               FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT TAXSRC-FILE ASSIGN TO '../DATA/TAXSRC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXS-SOURCE
               FILE STATUS IS WS-TXS-FILE-STATUS.
           SELECT FXRATES-FILE ASSIGN TO '../DATA/FXRATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMO-FILE-STATUS.
           SELECT LOSOFFER-FILE ASSIGN TO '../DATA/LOSOFFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODE
               FILE STATUS IS WS-LO-FILE-STATUS.
           SELECT CANCPOL-FILE ASSIGN TO '../DATA/CANCPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-CODE
               FILE STATUS IS WS-CPL-FILE-STATUS.
           SELECT RESTRICT-FILE ASSIGN TO '../DATA/RESTRICT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  PACKAGES-FILE.
       COPY "./CopyBooks/PACKAGES.cpy".

       FD  TAXCODES-FILE.
       COPY "./CopyBooks/TAXCODES.cpy".

       FD  TAXSRC-FILE.
       COPY "./CopyBooks/TAXSRC.cpy".

       FD  PROMOS-FILE.
       COPY "./CopyBooks/PROMOS.cpy".

       FD  LOSOFFER-FILE.
       COPY "./CopyBooks/LOSOFFER.cpy".

       FD  CANCPOL-FILE.
       COPY "./CopyBooks/CANCPOL.cpy".

       FD  RESTRICT-FILE.
       COPY "./CopyBooks/RESTRICT.cpy".

       01  WS-PKG-FILE-STATUS      PIC 99.
           88 PKG-FILE-OK          VALUE 00.
           88 PKG-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-TC-FILE-STATUS       PIC 99.
           88 TC-FILE-OK           VALUE 00.
           88 TC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-TXS-FILE-STATUS      PIC 99.
           88 TXS-FILE-OK          VALUE 00.
           88 TXS-FILE-ERROR       VALUE 01 THRU 99.
       01 WS-CTR-RETRY-COUNT     PIC 99 VALUE 0.
       01  WS-PROMO-FILE-STATUS    PIC 99.
           88 PROMO-FILE-OK        VALUE 00.
           88 PROMO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-LO-FILE-STATUS       PIC 99.
           88 LO-FILE-OK           VALUE 00.
           88 LO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RS-FILE-STATUS       PIC 99.
           88 RS-FILE-OK           VALUE 00.
           88 RS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CPL-FILE-STATUS      PIC 99.
           88 CPL-FILE-OK          VALUE 00.
           88 CPL-FILE-ERROR       VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-SUB-CHOICE           PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-SUB-EXIT             PIC X VALUE 'N'.
       01  WS-TAX-CHOICE           PIC 9.
       01  WS-TAX-EXIT             PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X VALUE 'N'.

       01  WS-IN-RT-RATE           PIC 9(9).
       01  WS-IN-RT-COUNT          PIC 9(3).
       01  WS-IN-RT-CURR           PIC X(3).
       01  WS-IN-RT-BASE-OCC       PIC 9(2).
       01  WS-IN-RT-MAX-OCC        PIC 9(2).
       01  WS-IN-RT-XADULT         PIC 9(7).
       01  WS-IN-RT-XCHILD         PIC 9(7).
       01  WS-IN-FX-PAIR           PIC X(6).
       01  WS-IN-FX-DATE           PIC 9(8).
       01  WS-IN-FX-RATE           PIC 9(7)V99.
       01  WS-IN-PROMO-SE          PIC 9(8).
       01  WS-IN-PROMO-MIN         PIC 9(3).
       01  WS-IN-PROMO-CAP         PIC 9(5).
       01  WS-IN-LO-CODE           PIC X(10).
       01  WS-IN-LO-DESC           PIC X(20).
       01  WS-IN-LO-START          PIC 9(8).
       01  WS-IN-LO-END            PIC 9(8).
       01  WS-IN-LO-MIN            PIC 9(3).
       01  WS-IN-LO-KIND           PIC X.
       01  WS-IN-LO-FREE           PIC 9(2).
       01  WS-IN-LO-PCT            PIC 9(2).
       01  WS-IN-RS-MIN            PIC 9(3).
       01  WS-IN-RS-CTA            PIC X.
       01  WS-IN-RS-STOP           PIC X.
       01  WS-IN-CPL-CODE          PIC X(8).
       01  WS-IN-CPL-DESC          PIC X(30).
       01  WS-IN-CPL-HRS           PIC 9(3).
       01  WS-IN-CPL-TYPE          PIC X.
       01  WS-IN-CPL-VALUE         PIC 9(7).
       01  WS-IN-PKG-POLICY        PIC X(8).
       01  WS-IN-PROMO-POLICY      PIC X(8).
       01  WS-POLICY-TO-CHECK      PIC X(8).
       01  WS-IN-TAX-CODE          PIC X(4).
       01  WS-IN-TAX-DESC          PIC X(20).
       01  WS-IN-TAX-RATE          PIC 9(2).
       01  WS-IN-TAX-SOURCE        PIC X(15).
       01  WS-IN-SVC-TAX           PIC X(4).
       01  WS-IN-RT-TAX            PIC X(4).
       01  WS-IN-PKG-BRK-TAX       PIC X(4).
       01  WS-IN-PKG-DIN-TAX       PIC X(4).
       01  WS-TAX-CODE-TO-CHECK    PIC X(4).
       01  WS-STD-TAX-PCT          PIC 9(2).

       *> Policy look-up shared with bookRoom and cancelBooking
       COPY "./CopyBooks/CPOLAREA.cpy".

       *> Date validation, same rules bookRoom applies
       01  WS-VALID-FLAG           PIC X VALUE 'Y'.
       01  WS-AUDIT-OLD-VALUE      PIC X(10).
       01  WS-AUDIT-NEW-VALUE      PIC X(10).

       *> Master-data change journal - whole record before and after
       COPY "./CopyBooks/MDJAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

               DISPLAY "6. Meal-plan packages"
               DISPLAY "7. Promotional rate codes"
               DISPLAY "8. Stay restrictions calendar"
               DISPLAY "0. Cancellation policies"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
                       PERFORM PROMOS-MENU
                   WHEN 8
                       PERFORM RESTRICT-MENU
                   WHEN 0
                       PERFORM CANCPOL-MENU
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
               DISPLAY "--- PERCENTAGE RATES ---"
               DISPLAY "1. List rates"
               DISPLAY "2. Add or change a rate"
               DISPLAY "3. Tax codes"
               DISPLAY "9. Back"
               ACCEPT WS-SUB-CHOICE
               EVALUATE WS-SUB-CHOICE
                       PERFORM LIST-RATES
                   WHEN 2
                       PERFORM UPSERT-RATE
                   WHEN 3
                       PERFORM TAX-CODES-MENU
                   WHEN 9
                       MOVE 'Y' TO WS-SUB-EXIT
                   WHEN OTHER
           MOVE WS-IN-RATE-CODE TO RATE-CODE
           READ RATES-FILE KEY IS RATE-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-RATE-VALUE TO RATE-VALUE
                   MOVE WS-IN-RATE-CODE TO RATE-CODE
                   WRITE RATE-RECORD
               NOT INVALID KEY
                   MOVE RATE-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE RATE-VALUE TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-RATE-VALUE TO RATE-VALUE
                   REWRITE RATE-RECORD
           END-READ
           MOVE RATE-RECORD TO MJA-AFTER
           MOVE 'RATES' TO MJA-FILE
           MOVE RATE-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE RATES-FILE

           MOVE WS-IN-RATE-VALUE TO WS-AUDIT-NEW-VALUE
           DISPLAY "Rate " FUNCTION TRIM(WS-IN-RATE-CODE)
                   " set to " WS-IN-RATE-VALUE "%.".

      *****************************************************************
      * TAX CODES (TAXCODES.DAT, TAXSRC.DAT)
      * One code per rate the authority applies - rooms, food and
      * beverage, telephone, laundry, zero-rated and so on. Room
      * types, services and package components carry a code, and
      * folio postings take theirs from the posting source (POS,
      * PBX, MINIBAR, ROOMSVC ...) or failing that from the service
      * posted. A blank code, STD, or a code since deactivated is
      * taxed at the standard rate held as rate code TAX above.
      *****************************************************************
       TAX-CODES-MENU.
           MOVE 'N' TO WS-TAX-EXIT
           PERFORM UNTIL WS-TAX-EXIT = 'Y'
               DISPLAY "--- TAX CODES ---"
               DISPLAY "1. List tax codes"
               DISPLAY "2. Add or change a tax code"
               DISPLAY "3. Deactivate a tax code"
               DISPLAY "4. List posting-source tax codes"
               DISPLAY "5. Set or remove a posting-source tax code"
               DISPLAY "9. Back"
               ACCEPT WS-TAX-CHOICE
               EVALUATE WS-TAX-CHOICE
                   WHEN 1
                       PERFORM LIST-TAX-CODES
                   WHEN 2
                       PERFORM UPSERT-TAX-CODE
                   WHEN 3
                       PERFORM DEACTIVATE-TAX-CODE
                   WHEN 4
                       PERFORM LIST-TAX-SOURCES
                   WHEN 5
                       PERFORM UPSERT-TAX-SOURCE
                   WHEN 9
                       MOVE 'Y' TO WS-TAX-EXIT
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM.

       LIST-TAX-CODES.
           MOVE 15 TO WS-STD-TAX-PCT
           OPEN INPUT RATES-FILE
           IF RATE-FILE-OK
               MOVE 'TAX' TO RATE-CODE
               READ RATES-FILE KEY IS RATE-CODE
                   NOT INVALID KEY
                       MOVE RATE-VALUE TO WS-STD-TAX-PCT
               END-READ
           END-IF
           CLOSE RATES-FILE
           DISPLAY "CODE  DESCRIPTION           RATE  STATUS"
           DISPLAY "STD   Standard rate         " WS-STD-TAX-PCT
                   "%   (rate code TAX)"
           OPEN INPUT TAXCODES-FILE
           IF TC-FILE-ERROR
               CLOSE TAXCODES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAXCODES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY TC-CODE "  " TC-DESC "  " TC-RATE
                               "%   " TC-STATUS
               END-READ
           END-PERFORM
           CLOSE TAXCODES-FILE.

       UPSERT-TAX-CODE.
           DISPLAY "Enter Tax Code (e.g. FB, TEL, ZERO): "
           ACCEPT WS-IN-TAX-CODE
           IF WS-IN-TAX-CODE = SPACES
               DISPLAY "Tax code cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TAX-CODE))
               TO WS-IN-TAX-CODE
           IF WS-IN-TAX-CODE = 'STD'
               DISPLAY "STD is the standard rate - change it as "
                       "rate code TAX."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Description: "
           ACCEPT WS-IN-TAX-DESC
           IF WS-IN-TAX-DESC = SPACES
               DISPLAY "Description cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter percentage rate (0 = zero-rated): "
           ACCEPT WS-IN-TAX-RATE

           OPEN I-O TAXCODES-FILE
           IF TC-FILE-ERROR
               CLOSE TAXCODES-FILE
               OPEN OUTPUT TAXCODES-FILE
               CLOSE TAXCODES-FILE
               OPEN I-O TAXCODES-FILE
           END-IF
           MOVE WS-IN-TAX-CODE TO TC-CODE
           READ TAXCODES-FILE KEY IS TC-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-TAX-CODE TO TC-CODE
                   MOVE WS-IN-TAX-DESC TO TC-DESC
                   MOVE WS-IN-TAX-RATE TO TC-RATE
                   MOVE 'Active' TO TC-STATUS
                   WRITE TAXCODE-RECORD
               NOT INVALID KEY
                   MOVE TAXCODE-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE TC-RATE TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-TAX-DESC TO TC-DESC
                   MOVE WS-IN-TAX-RATE TO TC-RATE
                   MOVE 'Active' TO TC-STATUS
                   REWRITE TAXCODE-RECORD
           END-READ
           MOVE TAXCODE-RECORD TO MJA-AFTER
           MOVE 'TAXCODES' TO MJA-FILE
           MOVE TC-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE TAXCODES-FILE

           MOVE WS-IN-TAX-RATE TO WS-AUDIT-NEW-VALUE
           PERFORM WRITE-CONFIG-AUDIT
           DISPLAY "Tax code " FUNCTION TRIM(WS-IN-TAX-CODE)
                   " set to " WS-IN-TAX-RATE "%.".

       *> Anything still coded with it falls back to the standard rate
       DEACTIVATE-TAX-CODE.
           DISPLAY "Enter Tax Code to deactivate: "
           ACCEPT WS-IN-TAX-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TAX-CODE))
               TO WS-IN-TAX-CODE
           OPEN I-O TAXCODES-FILE
           IF TC-FILE-ERROR
               DISPLAY "No tax codes on file."
               CLOSE TAXCODES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TAX-CODE TO TC-CODE
           READ TAXCODES-FILE KEY IS TC-CODE
               INVALID KEY
                   DISPLAY "Tax code not found."
               NOT INVALID KEY
                   MOVE TAXCODE-RECORD TO MJA-BEFORE
                   MOVE TC-STATUS TO WS-AUDIT-OLD-VALUE
                   MOVE 'Inactive' TO TC-STATUS
                   REWRITE TAXCODE-RECORD
                   MOVE TAXCODE-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   MOVE 'TAXCODES' TO MJA-FILE
                   MOVE TC-CODE TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   MOVE 'Inactive' TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Tax code deactivated - anything still "
                           "coded with it is taxed at the standard "
                           "rate."
           END-READ
           CLOSE TAXCODES-FILE.

       LIST-TAX-SOURCES.
           OPEN INPUT TAXSRC-FILE
           IF TXS-FILE-ERROR
               DISPLAY "No posting sources coded - folio postings "
                       "take the code of the service posted."
               CLOSE TAXSRC-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SOURCE           CODE"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAXSRC-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY TXS-SOURCE "  " TXS-TAX-CODE
               END-READ
           END-PERFORM
           CLOSE TAXSRC-FILE.

       *> The source is the poster stamped on the folio line
       UPSERT-TAX-SOURCE.
           DISPLAY "Enter Posting Source (POS, PBX, MINIBAR, ROOMSVC, "
                   "LAUNDRY ...): "
           ACCEPT WS-IN-TAX-SOURCE
           IF WS-IN-TAX-SOURCE = SPACES
               DISPLAY "Posting source cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TAX-SOURCE))
               TO WS-IN-TAX-SOURCE
           DISPLAY "Enter Tax Code (STD = standard rate, "
                   "blank = remove): "
           ACCEPT WS-IN-TAX-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TAX-CODE))
               TO WS-IN-TAX-CODE
           IF WS-IN-TAX-CODE NOT = SPACES
              AND WS-IN-TAX-CODE NOT = 'STD'
               MOVE WS-IN-TAX-CODE TO WS-TAX-CODE-TO-CHECK
               PERFORM VALIDATE-TAX-CODE
               IF WS-VALID-FLAG = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O TAXSRC-FILE
           IF TXS-FILE-ERROR
               CLOSE TAXSRC-FILE
               OPEN OUTPUT TAXSRC-FILE
               CLOSE TAXSRC-FILE
               OPEN I-O TAXSRC-FILE
           END-IF
           MOVE WS-IN-TAX-SOURCE TO TXS-SOURCE
           READ TAXSRC-FILE KEY IS TXS-SOURCE
               INVALID KEY
                   IF WS-IN-TAX-CODE = SPACES
                       DISPLAY "That source has no tax code."
                       CLOSE TAXSRC-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-TAX-SOURCE TO TXS-SOURCE
                   MOVE WS-IN-TAX-CODE TO TXS-TAX-CODE
                   WRITE TAXSRC-RECORD
                   MOVE TAXSRC-RECORD TO MJA-AFTER
               NOT INVALID KEY
                   MOVE TAXSRC-RECORD TO MJA-BEFORE
                   MOVE TXS-TAX-CODE TO WS-AUDIT-OLD-VALUE
                   IF WS-IN-TAX-CODE = SPACES
                       MOVE 'Delete' TO MJA-ACTION
                       DELETE TAXSRC-FILE
                       MOVE SPACES TO MJA-AFTER
                   ELSE
                       MOVE 'Change' TO MJA-ACTION
                       MOVE WS-IN-TAX-CODE TO TXS-TAX-CODE
                       REWRITE TAXSRC-RECORD
                       MOVE TAXSRC-RECORD TO MJA-AFTER
                   END-IF
           END-READ
           MOVE 'TAXSRC' TO MJA-FILE
           MOVE WS-IN-TAX-SOURCE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE TAXSRC-FILE

           IF WS-IN-TAX-CODE = SPACES
               MOVE 'Removed' TO WS-AUDIT-NEW-VALUE
               DISPLAY "Tax code removed from "
                       FUNCTION TRIM(WS-IN-TAX-SOURCE) "."
           ELSE
               MOVE WS-IN-TAX-CODE TO WS-AUDIT-NEW-VALUE
               DISPLAY "Postings from " FUNCTION TRIM(WS-IN-TAX-SOURCE)
                       " now taxed under "
                       FUNCTION TRIM(WS-IN-TAX-CODE) "."
           END-IF
           PERFORM WRITE-CONFIG-AUDIT.

      *****************************************************************
      * SEASONAL RATE CALENDAR (RATECAL.DAT)
      *****************************************************************
           MOVE WS-IN-START-DATE TO RC-START-DATE
           READ RATECAL-FILE KEY IS RC-KEY
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-ROOM-TYPE TO RC-ROOM-TYPE
                   MOVE WS-IN-START-DATE TO RC-START-DATE
                   MOVE WS-IN-PRICE TO RC-OVERRIDE-PRICE
                   WRITE RATECAL-RECORD
               NOT INVALID KEY
                   MOVE RATECAL-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE RC-OVERRIDE-PRICE(1:9) TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-END-DATE TO RC-END-DATE
                   MOVE WS-IN-PRICE TO RC-OVERRIDE-PRICE
                   REWRITE RATECAL-RECORD
           END-READ
           MOVE RATECAL-RECORD TO MJA-AFTER
           MOVE 'RATECAL' TO MJA-FILE
           MOVE RC-KEY TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE RATECAL-FILE

           MOVE WS-IN-PRICE(1:9) TO WS-AUDIT-NEW-VALUE
               INVALID KEY
                   DISPLAY "Override not found."
               NOT INVALID KEY
                   MOVE RATECAL-RECORD TO MJA-BEFORE
                   MOVE RC-OVERRIDE-PRICE(1:9) TO WS-AUDIT-OLD-VALUE
                   DELETE RATECAL-FILE
                   MOVE SPACES TO MJA-AFTER
                   MOVE 'Delete' TO MJA-ACTION
                   MOVE 'RATECAL' TO MJA-FILE
                   MOVE RC-KEY TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   MOVE 'Removed' TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Override removed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE        DESCRIPTION           PRICE    STATUS"
                   "      TAX"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SERVICES-FILE NEXT
                   NOT AT END
                       DISPLAY SERVICE-CODE "  " SERVICE-DESC "  "
                               SERVICE-PRICE "  " SERVICE-STATUS
                               "  " SERVICE-TAX-CODE
               END-READ
           END-PERFORM
           CLOSE SERVICES-FILE.
               DISPLAY "Price must be greater than zero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tax code (blank = standard rate): "
           ACCEPT WS-IN-SVC-TAX
           MOVE WS-IN-SVC-TAX TO WS-TAX-CODE-TO-CHECK
           PERFORM VALIDATE-TAX-CODE
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-CODE-TO-CHECK TO WS-IN-SVC-TAX

           OPEN I-O SERVICES-FILE
           IF SVC-FILE-ERROR
           MOVE WS-IN-SVC-CODE TO SERVICE-CODE
           READ SERVICES-FILE KEY IS SERVICE-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-SVC-CODE TO SERVICE-CODE
                   MOVE WS-IN-SVC-DESC TO SERVICE-DESC
                   MOVE WS-IN-SVC-PRICE TO SERVICE-PRICE
                   MOVE 'Active' TO SERVICE-STATUS
                   MOVE WS-IN-SVC-TAX TO SERVICE-TAX-CODE
                   WRITE SERVICE-RECORD
               NOT INVALID KEY
                   MOVE SERVICE-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE SERVICE-PRICE TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-SVC-DESC TO SERVICE-DESC
                   MOVE WS-IN-SVC-PRICE TO SERVICE-PRICE
                   MOVE 'Active' TO SERVICE-STATUS
                   MOVE WS-IN-SVC-TAX TO SERVICE-TAX-CODE
                   REWRITE SERVICE-RECORD
           END-READ
           MOVE SERVICE-RECORD TO MJA-AFTER
           MOVE 'SERVICES' TO MJA-FILE
           MOVE SERVICE-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE SERVICES-FILE

           MOVE WS-IN-SVC-PRICE TO WS-AUDIT-NEW-VALUE
               INVALID KEY
                   DISPLAY "Service not found."
               NOT INVALID KEY
                   MOVE SERVICE-RECORD TO MJA-BEFORE
                   MOVE SERVICE-STATUS TO WS-AUDIT-OLD-VALUE
                   MOVE 'Inactive' TO SERVICE-STATUS
                   REWRITE SERVICE-RECORD
                   MOVE SERVICE-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   MOVE 'SERVICES' TO MJA-FILE
                   MOVE SERVICE-CODE TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   MOVE 'Inactive' TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Service deactivated."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE        RATE       COUNT  STATUS      CURR"
                   "  BASE MAX  XADULT   XCHILD   TAX"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOM-TYPES-FILE NEXT
                       DISPLAY ROOM-TYPE-CODE "  " ROOM-TYPE-RATE
                               "  " ROOM-TYPE-COUNT "  "
                               ROOM-TYPE-STATUS "  "
                               ROOM-TYPE-CURRENCY "  "
                               ROOM-TYPE-BASE-OCC "   "
                               ROOM-TYPE-MAX-OCC "   "
                               ROOM-TYPE-XADULT-CHG "  "
                               ROOM-TYPE-XCHILD-CHG "  "
                               ROOM-TYPE-TAX-CODE
               END-READ
           END-PERFORM
           CLOSE ROOM-TYPES-FILE.
           IF WS-IN-RT-CURR = SPACES
               MOVE 'MMK' TO WS-IN-RT-CURR
           END-IF
           *> Occupancy included in the rate, the most the room may
           *> sleep, and the nightly charge for each extra adult or
           *> child above the included occupancy.
           DISPLAY "Enter Base Occupancy (guests in the rate): "
           ACCEPT WS-IN-RT-BASE-OCC
           IF WS-IN-RT-BASE-OCC = 0
               MOVE 2 TO WS-IN-RT-BASE-OCC
           END-IF
           DISPLAY "Enter Maximum Occupancy: "
           ACCEPT WS-IN-RT-MAX-OCC
           IF WS-IN-RT-MAX-OCC < WS-IN-RT-BASE-OCC
               MOVE WS-IN-RT-BASE-OCC TO WS-IN-RT-MAX-OCC
           END-IF
           DISPLAY "Enter Extra-Adult Charge per Night: "
           ACCEPT WS-IN-RT-XADULT
           DISPLAY "Enter Extra-Child Charge per Night: "
           ACCEPT WS-IN-RT-XCHILD
           DISPLAY "Tax code for the room (blank = standard rate): "
           ACCEPT WS-IN-RT-TAX
           MOVE WS-IN-RT-TAX TO WS-TAX-CODE-TO-CHECK
           PERFORM VALIDATE-TAX-CODE
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-CODE-TO-CHECK TO WS-IN-RT-TAX

           OPEN I-O ROOM-TYPES-FILE
           IF RT-FILE-ERROR
           MOVE WS-IN-ROOM-TYPE TO ROOM-TYPE-CODE
           READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-ROOM-TYPE TO ROOM-TYPE-CODE
                   MOVE WS-IN-RT-RATE TO ROOM-TYPE-RATE
                   MOVE WS-IN-RT-COUNT TO ROOM-TYPE-COUNT
                   MOVE 'Active' TO ROOM-TYPE-STATUS
                   MOVE WS-IN-RT-CURR TO ROOM-TYPE-CURRENCY
                   MOVE WS-IN-RT-BASE-OCC TO ROOM-TYPE-BASE-OCC
                   MOVE WS-IN-RT-MAX-OCC TO ROOM-TYPE-MAX-OCC
                   MOVE WS-IN-RT-XADULT TO ROOM-TYPE-XADULT-CHG
                   MOVE WS-IN-RT-XCHILD TO ROOM-TYPE-XCHILD-CHG
                   MOVE WS-IN-RT-TAX TO ROOM-TYPE-TAX-CODE
                   WRITE ROOM-TYPE-RECORD
               NOT INVALID KEY
                   MOVE ROOM-TYPE-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE ROOM-TYPE-RATE(1:9) TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-RT-RATE TO ROOM-TYPE-RATE
                   MOVE WS-IN-RT-COUNT TO ROOM-TYPE-COUNT
                   MOVE 'Active' TO ROOM-TYPE-STATUS
                   MOVE WS-IN-RT-CURR TO ROOM-TYPE-CURRENCY
                   MOVE WS-IN-RT-BASE-OCC TO ROOM-TYPE-BASE-OCC
                   MOVE WS-IN-RT-MAX-OCC TO ROOM-TYPE-MAX-OCC
                   MOVE WS-IN-RT-XADULT TO ROOM-TYPE-XADULT-CHG
                   MOVE WS-IN-RT-XCHILD TO ROOM-TYPE-XCHILD-CHG
                   MOVE WS-IN-RT-TAX TO ROOM-TYPE-TAX-CODE
                   REWRITE ROOM-TYPE-RECORD
           END-READ
           MOVE ROOM-TYPE-RECORD TO MJA-AFTER
           MOVE 'ROOMTYPES' TO MJA-FILE
           MOVE ROOM-TYPE-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE ROOM-TYPES-FILE

           MOVE WS-IN-RT-RATE(1:9) TO WS-AUDIT-NEW-VALUE
               INVALID KEY
                   DISPLAY "Room type not found."
               NOT INVALID KEY
                   MOVE ROOM-TYPE-RECORD TO MJA-BEFORE
                   MOVE ROOM-TYPE-STATUS TO WS-AUDIT-OLD-VALUE
                   MOVE 'Inactive' TO ROOM-TYPE-STATUS
                   REWRITE ROOM-TYPE-RECORD
                   MOVE ROOM-TYPE-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   MOVE 'ROOMTYPES' TO MJA-FILE
                   MOVE ROOM-TYPE-CODE TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   MOVE 'Inactive' TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Room type deactivated."
           MOVE WS-IN-FX-DATE TO FX-EFFECTIVE-DATE
           READ FXRATES-FILE KEY IS FX-KEY
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-FX-PAIR TO FX-PAIR
                   MOVE WS-IN-FX-DATE TO FX-EFFECTIVE-DATE
                   MOVE WS-IN-FX-RATE TO FX-RATE
                   WRITE FX-RATE-RECORD
               NOT INVALID KEY
                   MOVE FX-RATE-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE FX-RATE(1:9) TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-FX-RATE TO FX-RATE
                   REWRITE FX-RATE-RECORD
           END-READ
           MOVE FX-RATE-RECORD TO MJA-AFTER
           MOVE 'FXRATES' TO MJA-FILE
           MOVE FX-KEY TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE FXRATES-FILE

           MOVE WS-IN-FX-PAIR TO WS-AUDIT-NEW-VALUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE        DESCRIPTION           BRKFST   "
                   "DINNER   STATUS      POLICY    TAX"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PACKAGES-FILE NEXT
                       DISPLAY PKG-CODE "  " PKG-DESC "  "
                               PKG-BREAKFAST-PRICE "  "
                               PKG-DINNER-PRICE "  " PKG-STATUS
                               "  " PKG-CANCEL-POLICY
                               "  " PKG-BREAKFAST-TAX "/"
                               PKG-DINNER-TAX
               END-READ
           END-PERFORM
           CLOSE PACKAGES-FILE.
               DISPLAY "A package needs at least one component."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cancellation policy code (blank = guest's choice): "
           ACCEPT WS-IN-PKG-POLICY
           MOVE WS-IN-PKG-POLICY TO WS-POLICY-TO-CHECK
           PERFORM VALIDATE-POLICY-CODE
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POLICY-TO-CHECK TO WS-IN-PKG-POLICY
           MOVE SPACES TO WS-IN-PKG-BRK-TAX
           MOVE SPACES TO WS-IN-PKG-DIN-TAX
           IF WS-IN-PKG-BRK > 0
               DISPLAY "Breakfast tax code (blank = standard rate): "
               ACCEPT WS-IN-PKG-BRK-TAX
               MOVE WS-IN-PKG-BRK-TAX TO WS-TAX-CODE-TO-CHECK
               PERFORM VALIDATE-TAX-CODE
               IF WS-VALID-FLAG = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TAX-CODE-TO-CHECK TO WS-IN-PKG-BRK-TAX
           END-IF
           IF WS-IN-PKG-DIN > 0
               DISPLAY "Dinner tax code (blank = standard rate): "
               ACCEPT WS-IN-PKG-DIN-TAX
               MOVE WS-IN-PKG-DIN-TAX TO WS-TAX-CODE-TO-CHECK
               PERFORM VALIDATE-TAX-CODE
               IF WS-VALID-FLAG = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TAX-CODE-TO-CHECK TO WS-IN-PKG-DIN-TAX
           END-IF

           OPEN I-O PACKAGES-FILE
           IF PKG-FILE-ERROR
           MOVE WS-IN-PKG-CODE TO PKG-CODE
           READ PACKAGES-FILE KEY IS PKG-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-PKG-CODE TO PKG-CODE
                   MOVE WS-IN-PKG-DESC TO PKG-DESC
                   MOVE WS-IN-PKG-BRK TO PKG-BREAKFAST-PRICE
                   MOVE WS-IN-PKG-DIN TO PKG-DINNER-PRICE
                   MOVE 'Active' TO PKG-STATUS
                   MOVE WS-IN-PKG-POLICY TO PKG-CANCEL-POLICY
                   MOVE WS-IN-PKG-BRK-TAX TO PKG-BREAKFAST-TAX
                   MOVE WS-IN-PKG-DIN-TAX TO PKG-DINNER-TAX
                   WRITE PACKAGE-RECORD
               NOT INVALID KEY
                   MOVE PACKAGE-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE PKG-BREAKFAST-PRICE TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-PKG-DESC TO PKG-DESC
                   MOVE WS-IN-PKG-BRK TO PKG-BREAKFAST-PRICE
                   MOVE WS-IN-PKG-DIN TO PKG-DINNER-PRICE
                   MOVE 'Active' TO PKG-STATUS
                   MOVE WS-IN-PKG-POLICY TO PKG-CANCEL-POLICY
                   MOVE WS-IN-PKG-BRK-TAX TO PKG-BREAKFAST-TAX
                   MOVE WS-IN-PKG-DIN-TAX TO PKG-DINNER-TAX
                   REWRITE PACKAGE-RECORD
           END-READ
           MOVE PACKAGE-RECORD TO MJA-AFTER
           MOVE 'PACKAGES' TO MJA-FILE
           MOVE PKG-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE PACKAGES-FILE

           MOVE WS-IN-PKG-CODE TO WS-AUDIT-NEW-VALUE
               INVALID KEY
                   DISPLAY "Package not found."
               NOT INVALID KEY
                   MOVE PACKAGE-RECORD TO MJA-BEFORE
                   MOVE PKG-STATUS TO WS-AUDIT-OLD-VALUE
                   MOVE 'Inactive' TO PKG-STATUS
                   REWRITE PACKAGE-RECORD
                   MOVE PACKAGE-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   MOVE 'PACKAGES' TO MJA-FILE
                   MOVE PKG-CODE TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   MOVE 'Inactive' TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Package deactivated."
       PROMOS-MENU.
           MOVE 'N' TO WS-SUB-EXIT
           PERFORM UNTIL WS-SUB-EXIT = 'Y'
               DISPLAY "--- PROMO CODES / LENGTH-OF-STAY OFFERS ---"
               DISPLAY "1. List promo codes"
               DISPLAY "2. Add or change a promo code"
               DISPLAY "3. Deactivate a promo code"
               DISPLAY "4. List length-of-stay offers"
               DISPLAY "5. Add or change a length-of-stay offer"
               DISPLAY "6. Deactivate a length-of-stay offer"
               DISPLAY "9. Back"
               ACCEPT WS-SUB-CHOICE
               EVALUATE WS-SUB-CHOICE
                       PERFORM UPSERT-PROMO
                   WHEN 3
                       PERFORM DEACTIVATE-PROMO
                   WHEN 4
                       PERFORM LIST-LOS-OFFERS
                   WHEN 5
                       PERFORM UPSERT-LOS-OFFER
                   WHEN 6
                       PERFORM DEACTIVATE-LOS-OFFER
                   WHEN 9
                       MOVE 'Y' TO WS-SUB-EXIT
                   WHEN OTHER
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE        PCT  BOOK WINDOW         STAY WINDOW"
                   "         MIN  USED/CAP  STATUS      POLICY"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROMOS-FILE NEXT
                               "-" PROMO-STAY-END "  "
                               PROMO-MIN-NIGHTS "  "
                               PROMO-USED-COUNT "/" PROMO-USAGE-CAP
                               "  " PROMO-STATUS "  "
                               PROMO-CANCEL-POLICY
               END-READ
           END-PERFORM
           CLOSE PROMOS-FILE.
           ACCEPT WS-IN-PROMO-MIN
           DISPLAY "Usage cap (0 = unlimited): "
           ACCEPT WS-IN-PROMO-CAP
           DISPLAY "Cancellation policy code (blank = guest's choice): "
           ACCEPT WS-IN-PROMO-POLICY
           MOVE WS-IN-PROMO-POLICY TO WS-POLICY-TO-CHECK
           PERFORM VALIDATE-POLICY-CODE
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POLICY-TO-CHECK TO WS-IN-PROMO-POLICY

           OPEN I-O PROMOS-FILE
           IF PROMO-FILE-ERROR
           MOVE WS-IN-PROMO-CODE TO PROMO-CODE
           READ PROMOS-FILE KEY IS PROMO-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE WS-IN-PROMO-CODE TO PROMO-CODE
                   MOVE ZEROS TO PROMO-USED-COUNT
                   PERFORM FILL-PROMO-FIELDS
                   WRITE PROMO-RECORD
               NOT INVALID KEY
                   MOVE PROMO-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   PERFORM FILL-PROMO-FIELDS
                   REWRITE PROMO-RECORD
           END-READ
           MOVE PROMO-RECORD TO MJA-AFTER
           MOVE 'PROMOS' TO MJA-FILE
           MOVE PROMO-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE PROMOS-FILE
           DISPLAY "Promo " FUNCTION TRIM(WS-IN-PROMO-CODE)
                   " saved at " WS-IN-PROMO-PCT "% off.".
           MOVE WS-IN-PROMO-SE TO PROMO-STAY-END
           MOVE WS-IN-PROMO-MIN TO PROMO-MIN-NIGHTS
           MOVE WS-IN-PROMO-CAP TO PROMO-USAGE-CAP
           MOVE 'Active' TO PROMO-STATUS
           MOVE WS-IN-PROMO-POLICY TO PROMO-CANCEL-POLICY.

       *> Deactivation keeps the record so redemption history still
       *> resolves the code.
               INVALID KEY
                   DISPLAY "Promo not found."
               NOT INVALID KEY
                   MOVE PROMO-RECORD TO MJA-BEFORE
                   MOVE 'Inactive' TO PROMO-STATUS
                   REWRITE PROMO-RECORD
                   MOVE PROMO-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   MOVE 'PROMOS' TO MJA-FILE
                   MOVE PROMO-CODE TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   DISPLAY "Promo " FUNCTION TRIM(WS-IN-PROMO-CODE)
                           " deactivated."
           END-READ
           CLOSE PROMOS-FILE.

      *****************************************************************
      * LENGTH-OF-STAY OFFERS (LOSOFFER.DAT)
      * Offers bookRoom applies without a code once a stay reaches
      * the minimum nights: kind F gives free nights for every full
      * run of the minimum ("stay 4, pay 3" is minimum 4, one free
      * night), kind P takes a percentage off each night. Room type
      * ALL covers every type. losOffer prices them for bookRoom and
      * checkOut.
      *****************************************************************
       LIST-LOS-OFFERS.
           OPEN INPUT LOSOFFER-FILE
           IF LO-FILE-ERROR
               DISPLAY "No length-of-stay offers on file."
               CLOSE LOSOFFER-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE        TYPE        STAY WINDOW         MIN "
                   "KIND FREE PCT  STATUS"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOSOFFER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY LO-CODE "  " LO-ROOM-TYPE "  "
                               LO-STAY-START "-" LO-STAY-END "  "
                               LO-MIN-NIGHTS "  " LO-KIND "    "
                               LO-FREE-NIGHTS "   " LO-PCT "%  "
                               LO-STATUS " " LO-DESC
               END-READ
           END-PERFORM
           CLOSE LOSOFFER-FILE.

       UPSERT-LOS-OFFER.
           DISPLAY "Offer code (up to 10 chars): "
           ACCEPT WS-IN-LO-CODE
           IF WS-IN-LO-CODE = SPACES
               DISPLAY "Offer code cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-LO-CODE))
               TO WS-IN-LO-CODE
           DISPLAY "Description (e.g. Stay 4 pay 3): "
           ACCEPT WS-IN-LO-DESC
           DISPLAY "Room type (ALL = every type): "
           ACCEPT WS-IN-ROOM-TYPE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-ROOM-TYPE))
                   = 'ALL'
               MOVE 'ALL' TO WS-IN-ROOM-TYPE
           ELSE
               PERFORM VALIDATE-TYPE-EXISTS
               IF WS-VALID-FLAG = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Stay window start (YYYYMMDD): "
           ACCEPT WS-IN-LO-START
           MOVE WS-IN-LO-START TO WS-DATE-TO-CHECK
           PERFORM VALIDATE-DATE-FORMAT
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Stay window end (YYYYMMDD): "
           ACCEPT WS-IN-LO-END
           MOVE WS-IN-LO-END TO WS-DATE-TO-CHECK
           PERFORM VALIDATE-DATE-FORMAT
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-LO-END < WS-IN-LO-START
               DISPLAY "Stay window ends before it starts."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nights the stay must reach (2-999): "
           ACCEPT WS-IN-LO-MIN
           IF WS-IN-LO-MIN < 2
               DISPLAY "An offer needs a stay of at least 2 nights."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kind - F free nights, P percent off: "
           ACCEPT WS-IN-LO-KIND
           MOVE FUNCTION UPPER-CASE(WS-IN-LO-KIND) TO WS-IN-LO-KIND
           MOVE 0 TO WS-IN-LO-FREE
           MOVE 0 TO WS-IN-LO-PCT
           EVALUATE WS-IN-LO-KIND
               WHEN 'F'
                   DISPLAY "Free nights per " WS-IN-LO-MIN
                           " nights stayed: "
                   ACCEPT WS-IN-LO-FREE
                   IF WS-IN-LO-FREE = 0
                      OR WS-IN-LO-FREE >= WS-IN-LO-MIN
                       DISPLAY "Free nights must be fewer than the "
                               "nights stayed."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'P'
                   DISPLAY "Percent off each night (1-99): "
                   ACCEPT WS-IN-LO-PCT
                   IF WS-IN-LO-PCT = 0
                       DISPLAY "Percent cannot be zero."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Kind must be F or P."
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN I-O LOSOFFER-FILE
           IF LO-FILE-ERROR
               CLOSE LOSOFFER-FILE
               OPEN OUTPUT LOSOFFER-FILE
               CLOSE LOSOFFER-FILE
               OPEN I-O LOSOFFER-FILE
           END-IF
           MOVE WS-IN-LO-CODE TO LO-CODE
           READ LOSOFFER-FILE KEY IS LO-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE WS-IN-LO-CODE TO LO-CODE
                   PERFORM FILL-LOS-OFFER-FIELDS
                   WRITE LOS-OFFER-RECORD
               NOT INVALID KEY
                   MOVE LOS-OFFER-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   PERFORM FILL-LOS-OFFER-FIELDS
                   REWRITE LOS-OFFER-RECORD
           END-READ
           MOVE LOS-OFFER-RECORD TO MJA-AFTER
           MOVE 'LOSOFFER' TO MJA-FILE
           MOVE LO-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE LOSOFFER-FILE
           DISPLAY "Offer " FUNCTION TRIM(WS-IN-LO-CODE) " saved.".

       FILL-LOS-OFFER-FIELDS.
           MOVE WS-IN-LO-DESC TO LO-DESC
           MOVE WS-IN-ROOM-TYPE TO LO-ROOM-TYPE
           MOVE WS-IN-LO-START TO LO-STAY-START
           MOVE WS-IN-LO-END TO LO-STAY-END
           MOVE WS-IN-LO-MIN TO LO-MIN-NIGHTS
           MOVE WS-IN-LO-KIND TO LO-KIND
           MOVE WS-IN-LO-FREE TO LO-FREE-NIGHTS
           MOVE WS-IN-LO-PCT TO LO-PCT
           MOVE 'Active' TO LO-STATUS.

       *> Deactivation keeps the record: bookings already sold on
       *> the offer are still priced on it at checkout.
       DEACTIVATE-LOS-OFFER.
           DISPLAY "Offer code to deactivate: "
           ACCEPT WS-IN-LO-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-LO-CODE))
               TO WS-IN-LO-CODE
           OPEN I-O LOSOFFER-FILE
           IF LO-FILE-ERROR
               DISPLAY "No length-of-stay offers on file."
               CLOSE LOSOFFER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-LO-CODE TO LO-CODE
           READ LOSOFFER-FILE KEY IS LO-CODE
               INVALID KEY
                   DISPLAY "Offer not found."
               NOT INVALID KEY
                   MOVE LOS-OFFER-RECORD TO MJA-BEFORE
                   MOVE 'Inactive' TO LO-STATUS
                   REWRITE LOS-OFFER-RECORD
                   MOVE LOS-OFFER-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   MOVE 'LOSOFFER' TO MJA-FILE
                   MOVE LO-CODE TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   DISPLAY "Offer " FUNCTION TRIM(WS-IN-LO-CODE)
                           " deactivated."
           END-READ
           CLOSE LOSOFFER-FILE.

      *****************************************************************
      * CANCELLATION POLICIES (CANCPOL.DAT)
      * Each code sets a deadline in hours before arrival (999 = no
      * free cancellation) and the penalty inside it: N nights of
      * the booked rate, P percent of the stay, or F a fixed amount.
      * bookRoom attaches a code to every booking - the promo's or
      * package's if it names one - and cancelBooking bills the
      * penalty. FLEXIBLE, 48H and NONREF are built in until a row
      * here overrides them.
      *****************************************************************
       CANCPOL-MENU.
           MOVE 'N' TO WS-SUB-EXIT
           PERFORM UNTIL WS-SUB-EXIT = 'Y'
               DISPLAY "--- CANCELLATION POLICIES ---"
               DISPLAY "1. List policies"
               DISPLAY "2. Add or change a policy"
               DISPLAY "3. Deactivate a policy"
               DISPLAY "9. Back"
               ACCEPT WS-SUB-CHOICE
               EVALUATE WS-SUB-CHOICE
                   WHEN 1
                       PERFORM LIST-CANCPOL
                   WHEN 2
                       PERFORM UPSERT-CANCPOL
                   WHEN 3
                       PERFORM DEACTIVATE-CANCPOL
                   WHEN 9
                       MOVE 'Y' TO WS-SUB-EXIT
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM.

       LIST-CANCPOL.
           OPEN INPUT CANCPOL-FILE
           IF CPL-FILE-ERROR
               DISPLAY "No policies on file - built-in FLEXIBLE, 48H "
                       "and NONREF apply."
               CLOSE CANCPOL-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE      DESCRIPTION                     HRS  "
                   "TYPE VALUE    STATUS"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CANCPOL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY CPL-CODE "  " CPL-DESC "  "
                               CPL-DEADLINE-HRS "  " CPL-PENALTY-TYPE
                               "    " CPL-PENALTY-VALUE "  "
                               CPL-STATUS
               END-READ
           END-PERFORM
           CLOSE CANCPOL-FILE.

       UPSERT-CANCPOL.
           DISPLAY "Policy code (up to 8 chars, e.g. 48H): "
           ACCEPT WS-IN-CPL-CODE
           IF WS-IN-CPL-CODE = SPACES
               DISPLAY "Policy code cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CPL-CODE))
               TO WS-IN-CPL-CODE
           DISPLAY "Description: "
           ACCEPT WS-IN-CPL-DESC
           DISPLAY "Free-cancellation deadline, hours before arrival "
                   "(999 = non-refundable): "
           ACCEPT WS-IN-CPL-HRS
           IF WS-IN-CPL-HRS NOT NUMERIC
               DISPLAY "Deadline must be numeric."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Penalty type (N nights, P percent, F fixed): "
           ACCEPT WS-IN-CPL-TYPE
           MOVE FUNCTION UPPER-CASE(WS-IN-CPL-TYPE) TO WS-IN-CPL-TYPE
           IF WS-IN-CPL-TYPE NOT = 'N' AND WS-IN-CPL-TYPE NOT = 'P'
              AND WS-IN-CPL-TYPE NOT = 'F'
               DISPLAY "Penalty type must be N, P or F."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Penalty value (nights, percent or amount): "
           ACCEPT WS-IN-CPL-VALUE
           IF WS-IN-CPL-VALUE NOT NUMERIC
              OR (WS-IN-CPL-TYPE = 'P' AND WS-IN-CPL-VALUE > 100)
               DISPLAY "Penalty value is not valid."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CANCPOL-FILE
           IF CPL-FILE-ERROR
               CLOSE CANCPOL-FILE
               OPEN OUTPUT CANCPOL-FILE
               CLOSE CANCPOL-FILE
               OPEN I-O CANCPOL-FILE
           END-IF
           MOVE WS-IN-CPL-CODE TO CPL-CODE
           READ CANCPOL-FILE KEY IS CPL-CODE
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   PERFORM FILL-CANCPOL-FIELDS
                   WRITE CANCPOL-RECORD
               NOT INVALID KEY
                   MOVE CANCPOL-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE CPL-PENALTY-VALUE TO WS-AUDIT-OLD-VALUE
                   PERFORM FILL-CANCPOL-FIELDS
                   REWRITE CANCPOL-RECORD
           END-READ
           MOVE CANCPOL-RECORD TO MJA-AFTER
           MOVE 'CANCPOL' TO MJA-FILE
           MOVE CPL-CODE TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE CANCPOL-FILE

           MOVE WS-IN-CPL-VALUE TO WS-AUDIT-NEW-VALUE
           PERFORM WRITE-CONFIG-AUDIT
           DISPLAY "Policy " FUNCTION TRIM(WS-IN-CPL-CODE) " saved.".

       FILL-CANCPOL-FIELDS.
           MOVE WS-IN-CPL-CODE TO CPL-CODE
           MOVE WS-IN-CPL-DESC TO CPL-DESC
           MOVE WS-IN-CPL-HRS TO CPL-DEADLINE-HRS
           MOVE WS-IN-CPL-TYPE TO CPL-PENALTY-TYPE
           MOVE WS-IN-CPL-VALUE TO CPL-PENALTY-VALUE
           MOVE 'Active' TO CPL-STATUS.

       *> Bookings already carrying the code keep it; only new
       *> bookings stop being offered it.
       DEACTIVATE-CANCPOL.
           DISPLAY "Policy code to deactivate: "
           ACCEPT WS-IN-CPL-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CPL-CODE))
               TO WS-IN-CPL-CODE
           OPEN I-O CANCPOL-FILE
           IF CPL-FILE-ERROR
               DISPLAY "No policies on file."
               CLOSE CANCPOL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CPL-CODE TO CPL-CODE
           READ CANCPOL-FILE KEY IS CPL-CODE
               INVALID KEY
                   DISPLAY "Policy not found."
               NOT INVALID KEY
                   MOVE CANCPOL-RECORD TO MJA-BEFORE
                   MOVE CPL-STATUS TO WS-AUDIT-OLD-VALUE
                   MOVE 'Inactive' TO CPL-STATUS
                   REWRITE CANCPOL-RECORD
                   MOVE CANCPOL-RECORD TO MJA-AFTER
                   MOVE 'Change' TO MJA-ACTION
                   MOVE 'CANCPOL' TO MJA-FILE
                   MOVE CPL-CODE TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   MOVE 'Inactive' TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Policy deactivated."
           END-READ
           CLOSE CANCPOL-FILE.

       *> A promo or package may name the policy its rate carries;
       *> blank leaves the choice to the desk.
       VALIDATE-POLICY-CODE.
           MOVE 'Y' TO WS-VALID-FLAG
           IF WS-POLICY-TO-CHECK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POLICY-TO-CHECK))
               TO WS-POLICY-TO-CHECK
           MOVE 'L' TO CPA-ACTION
           MOVE WS-POLICY-TO-CHECK TO CPA-CODE
           CALL 'cancelPolicy' USING CANCEL-POLICY-AREA
           IF CPA-FOUND = 'N'
               DISPLAY "Unknown cancellation policy "
                       FUNCTION TRIM(WS-POLICY-TO-CHECK) "."
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

       *> Blank is the standard rate; anything else must be an active
       *> code on the tax codes screen.
       VALIDATE-TAX-CODE.
           MOVE 'Y' TO WS-VALID-FLAG
           IF WS-TAX-CODE-TO-CHECK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAX-CODE-TO-CHECK))
               TO WS-TAX-CODE-TO-CHECK
           IF WS-TAX-CODE-TO-CHECK = 'STD'
               MOVE SPACES TO WS-TAX-CODE-TO-CHECK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VALID-FLAG
           OPEN INPUT TAXCODES-FILE
           IF TC-FILE-OK
               MOVE WS-TAX-CODE-TO-CHECK TO TC-CODE
               READ TAXCODES-FILE KEY IS TC-CODE
                   NOT INVALID KEY
                       IF TC-STATUS = 'Active'
                           MOVE 'Y' TO WS-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE TAXCODES-FILE
           IF WS-VALID-FLAG = 'N'
               DISPLAY "Unknown or inactive tax code "
                       FUNCTION TRIM(WS-TAX-CODE-TO-CHECK)
                       " - add it on the tax codes screen first."
           END-IF.

      *****************************************************************
      * STAY RESTRICTIONS CALENDAR (RESTRICT.DAT)
      * Per room type and date range: minimum stay, closed-to-arrival
           MOVE WS-IN-START-DATE TO RS-START-DATE
           READ RESTRICT-FILE KEY IS RS-KEY
               INVALID KEY
                   MOVE SPACES TO MJA-BEFORE
                   MOVE 'Add' TO MJA-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-ROOM-TYPE TO RS-ROOM-TYPE
                   MOVE WS-IN-START-DATE TO RS-START-DATE
                   MOVE WS-IN-RS-STOP TO RS-STOP-SELL
                   WRITE RESTRICT-RECORD
               NOT INVALID KEY
                   MOVE RESTRICT-RECORD TO MJA-BEFORE
                   MOVE 'Change' TO MJA-ACTION
                   MOVE RS-MIN-STAY TO WS-AUDIT-OLD-VALUE
                   MOVE WS-IN-END-DATE TO RS-END-DATE
                   MOVE WS-IN-RS-MIN TO RS-MIN-STAY
                   MOVE WS-IN-RS-STOP TO RS-STOP-SELL
                   REWRITE RESTRICT-RECORD
           END-READ
           MOVE RESTRICT-RECORD TO MJA-AFTER
           MOVE 'RESTRICT' TO MJA-FILE
           MOVE RS-KEY TO MJA-KEY
           PERFORM JOURNAL-CONFIG-CHANGE
           CLOSE RESTRICT-FILE

           MOVE WS-IN-RS-MIN TO WS-AUDIT-NEW-VALUE
               INVALID KEY
                   DISPLAY "Restriction not found."
               NOT INVALID KEY
                   MOVE RESTRICT-RECORD TO MJA-BEFORE
                   MOVE RS-MIN-STAY TO WS-AUDIT-OLD-VALUE
                   DELETE RESTRICT-FILE
                   MOVE SPACES TO MJA-AFTER
                   MOVE 'Delete' TO MJA-ACTION
                   MOVE 'RESTRICT' TO MJA-FILE
                   MOVE RS-KEY TO MJA-KEY
                   PERFORM JOURNAL-CONFIG-CHANGE
                   MOVE 'Removed' TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Restriction removed."
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      *****************************************************************
      * MASTER-DATA CHANGE JOURNAL
      * Callers set the file, key, action and the before and after
      * images; masterJournal stamps the operator and the time.
      *****************************************************************
       JOURNAL-CONFIG-CHANGE.
           MOVE 'manageRates' TO MJA-PROGRAM
           CALL 'masterJournal' USING MASTER-JOURNAL-AREA.

       GENERATE-NEXT-AUDIT-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'AUDIT' TO COUNTER-NAME
