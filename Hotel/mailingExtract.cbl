       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailingExtract.

      *****************************************************************
      * OPT-IN MAILING LIST EXTRACT
      * Promotions may only go to customers who said yes on the
      * channel being used. The operator picks the channel (email,
      * SMS or post) and any of these filters:
      *   - last stay on or after a date
      *   - VIP customers only
      *   - a minimum loyalty tier, from the points balance
      *   - a market segment the customer has booked under
      * Blacklisted customers, customers anonymized by the retention
      * purge and records retired by a merge are never extracted, and
      * neither is anyone with no address on the chosen channel.
      * The list goes to MAILING.CSV, dated in its header line.
      * The file carries full email, phone and address - it is no use
      * masked - so only a sign-on that may see full contact details
      * (Manager or Supervisor) can produce it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT STAYLOG-FILE ASSIGN TO '../DATA/STAYLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAYLOG-ID
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT LOYALTY-FILE ASSIGN TO '../DATA/LOYALTY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-ENTRY-ID
               FILE STATUS IS WS-LP-FILE-STATUS.
           SELECT MAILING-FILE ASSIGN TO '../DATA/MAILING.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  LOYALTY-FILE.
       COPY "./CopyBooks/LOYALTY.cpy".

       FD  MAILING-FILE.
       01  ML-LINE                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-LP-FILE-STATUS       PIC 99.
           88 LP-FILE-OK           VALUE 00.
           88 LP-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SUB-EOF              PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Selection
       01  WS-CHANNEL              PIC X.
       01  WS-STAYED-SINCE         PIC 9(8) VALUE 0.
       01  WS-VIP-ONLY             PIC X VALUE 'N'.
       01  WS-MIN-TIER             PIC 9 VALUE 0.
       01  WS-SEGMENT              PIC X(10) VALUE SPACES.

       *> Loyalty tiers by points balance
       01  WS-SILVER-POINTS        PIC 9(7) VALUE 1000.
       01  WS-GOLD-POINTS          PIC 9(7) VALUE 5000.
       01  WS-TIER-NAMES.
           05 FILLER               PIC X(6) VALUE 'None'.
           05 FILLER               PIC X(6) VALUE 'Member'.
           05 FILLER               PIC X(6) VALUE 'Silver'.
           05 FILLER               PIC X(6) VALUE 'Gold'.
       01  WS-TIER-TABLE REDEFINES WS-TIER-NAMES.
           05 WS-TIER-NAME         PIC X(6) OCCURS 4 TIMES.

       *> Current customer
       01  WS-CONSENT-OK           PIC X.
       01  WS-LAST-STAY            PIC 9(8).
       01  WS-STAY-DATE            PIC 9(8).
       01  WS-POINTS               PIC S9(7).
       01  WS-TIER                 PIC 9.
       01  WS-SEGMENT-HIT          PIC X.

       01  WS-READ-COUNT           PIC 9(6) VALUE 0.
       01  WS-EXTRACT-COUNT        PIC 9(6) VALUE 0.
       01  WS-NO-CONSENT-COUNT     PIC 9(6) VALUE 0.
       01  WS-EXCLUDED-COUNT       PIC 9(6) VALUE 0.

       COPY "./CopyBooks/PIIMASK.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           CALL 'maskPii' USING PII-MASK-AREA
           IF NOT PM-FULL-VIEW
               DISPLAY "The mailing extract carries full contact "
                       "details - it needs a Manager or Supervisor "
                       "sign-on."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-EXTRACT-COUNT
           MOVE 0 TO WS-NO-CONSENT-COUNT
           MOVE 0 TO WS-EXCLUDED-COUNT

           DISPLAY "=========================================="
           DISPLAY "   OPT-IN MAILING LIST EXTRACT"
           DISPLAY "=========================================="
           DISPLAY "Channel - E = email, S = SMS, P = post: "
           ACCEPT WS-CHANNEL
           MOVE FUNCTION UPPER-CASE(WS-CHANNEL) TO WS-CHANNEL
           IF WS-CHANNEL NOT = 'E' AND WS-CHANNEL NOT = 'S'
              AND WS-CHANNEL NOT = 'P'
               DISPLAY "Invalid channel - nothing extracted."
               GOBACK
           END-IF
           DISPLAY "Last stay on or after (YYYYMMDD, 0 = any): "
           ACCEPT WS-STAYED-SINCE
           DISPLAY "VIP customers only? (Y/N): "
           ACCEPT WS-VIP-ONLY
           MOVE FUNCTION UPPER-CASE(WS-VIP-ONLY) TO WS-VIP-ONLY
           DISPLAY "Minimum loyalty tier - 0 any, 1 Member, "
                   "2 Silver (" WS-SILVER-POINTS "+ pts), "
                   "3 Gold (" WS-GOLD-POINTS "+ pts): "
           ACCEPT WS-MIN-TIER
           IF WS-MIN-TIER > 3
               MOVE 3 TO WS-MIN-TIER
           END-IF
           DISPLAY "Booked under segment code (blank = any): "
           ACCEPT WS-SEGMENT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEGMENT))
               TO WS-SEGMENT

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-ERROR
               DISPLAY "No customers on file."
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF

           OPEN OUTPUT MAILING-FILE
           MOVE SPACES TO ML-LINE
           STRING "CUSTOMER_ID,NAME,EMAIL,PHONE,ADDRESS,LAST_STAY,"
               "TIER,CONSENT_DATE,ASOF" WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SELECT-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE MAILING-FILE

           DISPLAY " "
           DISPLAY "Customers read        : " WS-READ-COUNT
           DISPLAY "No consent on channel : " WS-NO-CONSENT-COUNT
           DISPLAY "Excluded/filtered out : " WS-EXCLUDED-COUNT
           DISPLAY "Extracted             : " WS-EXTRACT-COUNT
           DISPLAY "Mailing list written to MAILING.CSV"
           GOBACK.

       SELECT-CUSTOMER.
           MOVE 'N' TO WS-CONSENT-OK
           EVALUATE WS-CHANNEL
               WHEN 'E'
                   IF CUSTOMER-MKT-EMAIL = 'Y'
                      AND CUSTOMER-EMAIL NOT = SPACES
                       MOVE 'Y' TO WS-CONSENT-OK
                   END-IF
               WHEN 'S'
                   IF CUSTOMER-MKT-SMS = 'Y'
                      AND CUSTOMER-PHONE NOT = SPACES
                       MOVE 'Y' TO WS-CONSENT-OK
                   END-IF
               WHEN 'P'
                   IF CUSTOMER-MKT-POST = 'Y'
                      AND CUSTOMER-ADDRESS NOT = SPACES
                       MOVE 'Y' TO WS-CONSENT-OK
                   END-IF
           END-EVALUATE
           IF WS-CONSENT-OK = 'N'
               ADD 1 TO WS-NO-CONSENT-COUNT
               EXIT PARAGRAPH
           END-IF

           *> Never mailed, whatever they once agreed to
           IF BLACKLIST-FLAG = 'Y'
              OR CUSTOMER-NAME(1:7) = 'PURGED-'
              OR FUNCTION TRIM(CUSTOMER-ACCOUNT-TYPE) = 'Merged'
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-VIP-ONLY = 'Y' AND VIP-FLAG NOT = 'Y'
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-STAY
           IF WS-STAYED-SINCE > 0 AND WS-LAST-STAY < WS-STAYED-SINCE
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LOYALTY-TIER
           IF WS-TIER < WS-MIN-TIER
               ADD 1 TO WS-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-SEGMENT NOT = SPACES
               PERFORM FIND-SEGMENT-BOOKING
               IF WS-SEGMENT-HIT = 'N'
                   ADD 1 TO WS-EXCLUDED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM WRITE-MAILING-LINE.

       *> Latest stay through STAYLOG: the check-out date once the
       *> guest has left, the arrival date while still in house
       FIND-LAST-STAY.
           MOVE 0 TO WS-LAST-STAY
           OPEN INPUT STAYLOG-FILE
           IF SL-FILE-ERROR
               CLOSE STAYLOG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECKINOUT-FILE
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ STAYLOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CUSTOMER-ID-SL = CUSTOMER-ID
                          AND CIO-FILE-OK
                           MOVE CHECKIN-ID-SL TO CHECKIN-ID
                           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                               NOT INVALID KEY
                                   PERFORM NOTE-STAY-DATE
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE
           CLOSE STAYLOG-FILE.

       NOTE-STAY-DATE.
           IF CHECKOUT-FLAG IN CHECKINOUT-RECORD = 'Y'
              AND CHECKOUT-DATE IN CHECKINOUT-RECORD > 0
               MOVE CHECKOUT-DATE IN CHECKINOUT-RECORD TO WS-STAY-DATE
           ELSE
               MOVE ACTUAL-CHECKIN-DATE TO WS-STAY-DATE
           END-IF
           IF WS-STAY-DATE > WS-LAST-STAY
               MOVE WS-STAY-DATE TO WS-LAST-STAY
           END-IF.

       *> Points balance off the ledger, Earn less Burn, the same sum
       *> viewCustomers shows on the loyalty statement
       FIND-LOYALTY-TIER.
           MOVE 0 TO WS-POINTS
           MOVE 0 TO WS-TIER
           OPEN INPUT LOYALTY-FILE
           IF LP-FILE-OK
               MOVE 'N' TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ LOYALTY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF LP-CUSTOMER-ID = CUSTOMER-ID
                               IF LP-ENTRY-TYPE = 'Earn'
                                   ADD LP-POINTS TO WS-POINTS
                               ELSE
                                   SUBTRACT LP-POINTS FROM WS-POINTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOYALTY-FILE
           EVALUATE TRUE
               WHEN WS-POINTS >= WS-GOLD-POINTS
                   MOVE 3 TO WS-TIER
               WHEN WS-POINTS >= WS-SILVER-POINTS
                   MOVE 2 TO WS-TIER
               WHEN WS-POINTS > 0
                   MOVE 1 TO WS-TIER
           END-EVALUATE.

       FIND-SEGMENT-BOOKING.
           MOVE 'N' TO WS-SEGMENT-HIT
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CUSTOMER-ID-BK = CUSTOMER-ID
                          AND SEGMENT-CODE-BK = WS-SEGMENT
                           MOVE 'Y' TO WS-SEGMENT-HIT
                           MOVE 'Y' TO WS-SUB-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       WRITE-MAILING-LINE.
           MOVE SPACES TO ML-LINE
           STRING CUSTOMER-ID ","
               FUNCTION TRIM(CUSTOMER-NAME) ","
               FUNCTION TRIM(CUSTOMER-EMAIL) ","
               FUNCTION TRIM(CUSTOMER-PHONE) ","
               FUNCTION TRIM(CUSTOMER-ADDRESS) ","
               WS-LAST-STAY ","
               FUNCTION TRIM(WS-TIER-NAME(WS-TIER + 1)) ","
               CUSTOMER-CONSENT-DATE
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           ADD 1 TO WS-EXTRACT-COUNT.

       END PROGRAM mailingExtract.
