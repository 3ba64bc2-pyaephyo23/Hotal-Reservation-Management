       IDENTIFICATION DIVISION.
       PROGRAM-ID. personalDataExport.

      *****************************************************************
      * PERSONAL-DATA ACCESS REQUEST EXPORT
      * When a guest asks what we hold about them, the answer used to
      * be pieced together screen by screen. Given a CUSTOMER-ID this
      * writes one document, PDEXPORT-nnnnn.TXT, holding everything
      * tied to that person:
      *   customer record and room preferences, bookings, stays,
      *   the registration guests on those stays, folio lines,
      *   invoices and payments, loyalty points, incidents, survey
      *   scores, messages and wake-up calls, and the audit trail
      *   on their bookings.
      * Stays are found through STAYLOG, so a room shared with the
      * person brings in that stay's registration roster as well -
      * the whole registration card is data about them.
      * Only a Manager may run it, and every export is written to
      * AUDITLOG.DAT (booking id zero, the customer id in the old
      * status column) so we can prove when and by whom each request
      * was answered.
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
           SELECT GUESTPREF-FILE ASSIGN TO '../DATA/GUESTPREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-CUSTOMER-ID
               FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT STAYLOG-FILE ASSIGN TO '../DATA/STAYLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAYLOG-ID
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-IO-FILE-STATUS.
           SELECT GUEST-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-GU-FILE-STATUS.
           SELECT FOLIO-FILE ASSIGN TO '../DATA/FOLIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOLIO-LINE-ID
               ALTERNATE RECORD KEY IS FOLIO-CHECKIN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FOLIO-FILE-STATUS.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS CHECKIN-ID-IV
                   WITH DUPLICATES
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT LOYALTY-FILE ASSIGN TO '../DATA/LOYALTY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-ENTRY-ID
               FILE STATUS IS WS-LP-FILE-STATUS.
           SELECT INCIDENTS-FILE ASSIGN TO '../DATA/INCIDENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SURVEYS-FILE ASSIGN TO '../DATA/SURVEYS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-ID
               FILE STATUS IS WS-SV-FILE-STATUS.
           SELECT GUESTSVC-FILE ASSIGN TO '../DATA/GUESTSVC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-ID
               FILE STATUS IS WS-GS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO '../DATA/AUDITLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-ID
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  GUESTPREF-FILE.
       COPY "./CopyBooks/GUESTPREF.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  FOLIO-FILE.
       COPY "./CopyBooks/FOLIO.cpy".

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  LOYALTY-FILE.
       COPY "./CopyBooks/LOYALTY.cpy".

       FD  INCIDENTS-FILE.
       COPY "./CopyBooks/INCIDENTS.cpy".

       FD  SURVEYS-FILE.
       COPY "./CopyBooks/SURVEYS.cpy".

       FD  GUESTSVC-FILE.
       COPY "./CopyBooks/GUESTSVC.cpy".

       FD  AUDIT-FILE.
       COPY "./CopyBooks/AUDITLOG.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  EXPORT-FILE.
       01  EX-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-GP-FILE-STATUS       PIC 99.
           88 GP-FILE-OK           VALUE 00.
           88 GP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-IO-FILE-STATUS       PIC 99.
           88 IO-FILE-OK           VALUE 00.
           88 IO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-GU-FILE-STATUS       PIC 99.
           88 GU-FILE-OK           VALUE 00.
           88 GU-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-FOLIO-FILE-STATUS    PIC 99.
           88 FOLIO-FILE-OK        VALUE 00.
           88 FOLIO-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-IV-FILE-STATUS       PIC 99.
           88 IV-FILE-OK           VALUE 00.
           88 IV-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PMT-FILE-STATUS      PIC 99.
           88 PMT-FILE-OK          VALUE 00.
           88 PMT-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-LP-FILE-STATUS       PIC 99.
           88 LP-FILE-OK           VALUE 00.
           88 LP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-IN-FILE-STATUS       PIC 99.
           88 IN-FILE-OK           VALUE 00.
           88 IN-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SV-FILE-STATUS       PIC 99.
           88 SV-FILE-OK           VALUE 00.
           88 SV-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-GS-FILE-STATUS       PIC 99.
           88 GS-FILE-OK           VALUE 00.
           88 GS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AUDIT-FILE-STATUS    PIC 99.
           88 AUDIT-FILE-OK        VALUE 00.
           88 AUDIT-FILE-ERROR     VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X VALUE 'N'.
       01  WS-HIT                  PIC X.
       01  WS-IDX                  PIC 9(3).
       01  WS-EXPORT-PATH          PIC X(40).
       01  WS-SUBJECT-ID           PIC 9(5).
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-NEXT-AUDIT-ID        PIC 9(5).
       01  WS-SECTION-COUNT        PIC 9(5).
       01  WS-AMOUNT-DISPLAY       PIC Z(8)9.
       01  WS-POINTS-DISPLAY       PIC Z(6)9.

       *> The person's bookings, stays and invoices, collected as
       *> they are found so later sections can be matched to them
       01  WS-BOOKING-COUNT        PIC 9(3) VALUE 0.
       01  WS-BOOKING-TABLE.
           05 WS-BOOKING-KEY       PIC 9(5) OCCURS 300 TIMES.
       01  WS-STAY-COUNT           PIC 9(3) VALUE 0.
       01  WS-STAY-TABLE.
           05 WS-STAY-KEY          PIC 9(5) OCCURS 300 TIMES.
       01  WS-INVOICE-COUNT        PIC 9(3) VALUE 0.
       01  WS-INVOICE-TABLE.
           05 WS-INVOICE-KEY       PIC 9(5) OCCURS 300 TIMES.
       01  WS-MATCH-KEY            PIC 9(5).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
               DISPLAY "Personal-data exports need a Manager "
                       "sign-on."
               GOBACK
           END-IF

           DISPLAY "=========================================="
           DISPLAY "   PERSONAL-DATA ACCESS REQUEST EXPORT"
           DISPLAY "=========================================="
           DISPLAY "Customer ID (0 to cancel): "
           ACCEPT WS-SUBJECT-ID
           IF WS-SUBJECT-ID = 0
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-ERROR
               DISPLAY "No customers on file."
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF
           MOVE WS-SUBJECT-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "Customer " WS-SUBJECT-ID " not found."
                   CLOSE CUSTOMER-FILE
                   GOBACK
           END-READ
           CLOSE CUSTOMER-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE 0 TO WS-BOOKING-COUNT
           MOVE 0 TO WS-STAY-COUNT
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE SPACES TO WS-EXPORT-PATH
           STRING '../DATA/PDEXPORT-' WS-SUBJECT-ID '.TXT'
               DELIMITED BY SIZE INTO WS-EXPORT-PATH
           OPEN OUTPUT EXPORT-FILE

           MOVE "PERSONAL DATA HELD - ACCESS REQUEST" TO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "CUSTOMER ID " WS-SUBJECT-ID
               "   PREPARED " WS-NOW-STAMP(1:8) " "
               WS-NOW-STAMP(9:6) "   BY OPERATOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE

           PERFORM EXPORT-CUSTOMER
           PERFORM EXPORT-PREFERENCES
           PERFORM EXPORT-BOOKINGS
           PERFORM EXPORT-STAYS
           PERFORM EXPORT-GUEST-ROSTER
           PERFORM EXPORT-FOLIO
           PERFORM EXPORT-INVOICES
           PERFORM EXPORT-PAYMENTS
           PERFORM EXPORT-LOYALTY
           PERFORM EXPORT-INCIDENTS
           PERFORM EXPORT-SURVEYS
           PERFORM EXPORT-MESSAGES
           PERFORM EXPORT-AUDIT-TRAIL

           MOVE SPACES TO EX-LINE
           WRITE EX-LINE
           MOVE "*** END OF DOCUMENT ***" TO EX-LINE
           WRITE EX-LINE
           CLOSE EXPORT-FILE

           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Bookings : " WS-BOOKING-COUNT
           DISPLAY "Stays    : " WS-STAY-COUNT
           DISPLAY "Invoices : " WS-INVOICE-COUNT
           DISPLAY "Document written to "
                   FUNCTION TRIM(WS-EXPORT-PATH)
           DISPLAY "Request logged to the audit trail."
           GOBACK.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO EX-LINE
           WRITE EX-LINE
           WRITE EX-LINE FROM ALL "="
           MOVE 0 TO WS-SECTION-COUNT.

       WRITE-SECTION-FOOTING.
           IF WS-SECTION-COUNT = 0
               MOVE "  (none on file)" TO EX-LINE
               WRITE EX-LINE
           END-IF.

      *****************************************************************
      * CUSTOMER RECORD AND PREFERENCES
      *****************************************************************
       EXPORT-CUSTOMER.
           PERFORM WRITE-SECTION-HEADING
           MOVE "CUSTOMER RECORD" TO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  Name          : " CUSTOMER-NAME
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  Phone         : " CUSTOMER-PHONE
               "  Email: " CUSTOMER-EMAIL
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  NRC / ID      : " NRC-NUMBER
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  Age           : " CUSTOMER-AGE
               "  Gender: " CUSTOMER-GENDER
               "  Born: " CUSTOMER-DOB
               "  Anniversary: " CUSTOMER-ANNIV
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  Nationality   : " CUSTOMER-NATIONALITY
               "  Residence: " CUSTOMER-RESIDENCE
               "  Address: " CUSTOMER-ADDRESS
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  Account       : " CUSTOMER-ACCOUNT-TYPE
               "  Company: " COMPANY-NAME
               "  Corporate %: " CORPORATE-RATE-PCT
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  VIP           : " VIP-FLAG
               "  Blacklisted: " BLACKLIST-FLAG
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "  Marketing     : email " CUSTOMER-MKT-EMAIL
               "  SMS " CUSTOMER-MKT-SMS
               "  post " CUSTOMER-MKT-POST
               "  recorded " CUSTOMER-CONSENT-DATE
               " via " CUSTOMER-CONSENT-SOURCE
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE.

       EXPORT-PREFERENCES.
           PERFORM WRITE-SECTION-HEADING
           MOVE "ROOM PREFERENCES" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT GUESTPREF-FILE
           IF GP-FILE-OK
               MOVE WS-SUBJECT-ID TO GP-CUSTOMER-ID
               READ GUESTPREF-FILE KEY IS GP-CUSTOMER-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO EX-LINE
                       STRING "  Building " GP-BUILDING
                           "  min floor " GP-MIN-FLOOR
                           "  bedding " GP-BEDDING
                           "  smoking " GP-SMOKING
                           "  view " GP-VIEW
                           DELIMITED BY SIZE INTO EX-LINE
                       WRITE EX-LINE
               END-READ
           END-IF
           CLOSE GUESTPREF-FILE
           PERFORM WRITE-SECTION-FOOTING.

      *****************************************************************
      * BOOKINGS AND STAYS
      *****************************************************************
       EXPORT-BOOKINGS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "BOOKINGS" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CUSTOMER-ID-BK = WS-SUBJECT-ID
                               PERFORM LIST-ONE-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BOOKING-FILE
           PERFORM WRITE-SECTION-FOOTING.

       LIST-ONE-BOOKING.
           ADD 1 TO WS-SECTION-COUNT
           IF WS-BOOKING-COUNT < 300
               ADD 1 TO WS-BOOKING-COUNT
               MOVE BOOKING-ID TO WS-BOOKING-KEY(WS-BOOKING-COUNT)
           END-IF
           MOVE DEPOSIT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO EX-LINE
           STRING "  " BOOKING-ID " room " ROOM-ID-BK
               " " CHECKIN-DATE "-" CHECKOUT-DATE IN BOOKING-RECORD
               " " BOOKING-STATUS " " BOOKING-TYPE
               " booked " CREATED-AT(1:8)
               " deposit " WS-AMOUNT-DISPLAY
               " " ADULTS-BK "A/" CHILDREN-BK "C"
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE.

       EXPORT-STAYS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "STAYS" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT STAYLOG-FILE
           IF SL-FILE-OK
               OPEN INPUT CHECKINOUT-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STAYLOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CUSTOMER-ID-SL = WS-SUBJECT-ID
                               PERFORM LIST-ONE-STAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKINOUT-FILE
           END-IF
           CLOSE STAYLOG-FILE
           PERFORM WRITE-SECTION-FOOTING.

       LIST-ONE-STAY.
           ADD 1 TO WS-SECTION-COUNT
           IF WS-STAY-COUNT < 300
               ADD 1 TO WS-STAY-COUNT
               MOVE CHECKIN-ID-SL TO WS-STAY-KEY(WS-STAY-COUNT)
           END-IF
           MOVE SPACES TO EX-LINE
           IF IO-FILE-OK
               MOVE CHECKIN-ID-SL TO CHECKIN-ID
               READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                   INVALID KEY
                       STRING "  Stay " CHECKIN-ID-SL " room "
                           ROOM-ID-SL " booking " BOOKING-ID-SL
                           DELIMITED BY SIZE INTO EX-LINE
                   NOT INVALID KEY
                       STRING "  Stay " CHECKIN-ID " room "
                           ROOM-ID-IO " booking " BOOKING-ID-IO
                           " in " ACTUAL-CHECKIN-DATE " "
                           ACTUAL-CHECKIN-TIME
                           " out " CHECKOUT-DATE IN CHECKINOUT-RECORD
                           " " CHECKOUT-TIME
                           DELIMITED BY SIZE INTO EX-LINE
               END-READ
           ELSE
               STRING "  Stay " CHECKIN-ID-SL " room " ROOM-ID-SL
                   " booking " BOOKING-ID-SL
                   DELIMITED BY SIZE INTO EX-LINE
           END-IF
           WRITE EX-LINE.

      *****************************************************************
      * REGISTRATION GUESTS AND FOLIO ON THE PERSON'S STAYS
      *****************************************************************
       EXPORT-GUEST-ROSTER.
           PERFORM WRITE-SECTION-HEADING
           MOVE "REGISTRATION GUESTS ON THESE STAYS" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT GUEST-FILE
           IF GU-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUEST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE GUEST-CHECKIN-ID TO WS-MATCH-KEY
                           PERFORM MATCH-STAY
                           IF WS-HIT = 'Y'
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO EX-LINE
                               STRING "  Stay " GUEST-CHECKIN-ID
                                   " " GUEST-NAME " age " GUEST-AGE
                                   " " GUEST-GENDER " NRC " GUEST-NRC
                                   " " GUEST-NATIONALITY "/"
                                   GUEST-RESIDENCE " " GUEST-ADDRESS
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GUEST-FILE
           PERFORM WRITE-SECTION-FOOTING.

       EXPORT-FOLIO.
           PERFORM WRITE-SECTION-HEADING
           MOVE "FOLIO CHARGES" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT FOLIO-FILE
           IF FOLIO-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FOLIO-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE FOLIO-CHECKIN-ID TO WS-MATCH-KEY
                           PERFORM MATCH-STAY
                           IF WS-HIT = 'Y'
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE FOLIO-SVC-PRICE
                                   TO WS-AMOUNT-DISPLAY
                               MOVE SPACES TO EX-LINE
                               STRING "  Stay " FOLIO-CHECKIN-ID
                                   " " FOLIO-POST-DATE " "
                                   FOLIO-SVC-CODE " " FOLIO-SVC-DESC
                                   " " FOLIO-SIGN WS-AMOUNT-DISPLAY
                                   " " FOLIO-STATUS
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FOLIO-FILE
           PERFORM WRITE-SECTION-FOOTING.

      *****************************************************************
      * INVOICES AND PAYMENTS
      *****************************************************************
       EXPORT-INVOICES.
           PERFORM WRITE-SECTION-HEADING
           MOVE "INVOICES" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT INVOICES-FILE
           IF IV-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INVOICES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BOOKING-ID-IV TO WS-MATCH-KEY
                           PERFORM MATCH-BOOKING
                           IF WS-HIT = 'N'
                               MOVE CHECKIN-ID-IV TO WS-MATCH-KEY
                               PERFORM MATCH-STAY
                           END-IF
                           IF WS-HIT = 'Y'
                               PERFORM LIST-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICES-FILE
           PERFORM WRITE-SECTION-FOOTING.

       LIST-ONE-INVOICE.
           ADD 1 TO WS-SECTION-COUNT
           IF WS-INVOICE-COUNT < 300
               ADD 1 TO WS-INVOICE-COUNT
               MOVE INVOICE-ID TO WS-INVOICE-KEY(WS-INVOICE-COUNT)
           END-IF
           MOVE TOTAL-CHARGE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO EX-LINE
           STRING "  Invoice " INVOICE-ID " booking " BOOKING-ID-IV
               " stay " CHECKIN-ID-IV " dated " CREATED-AT-IV
               " total " INVOICE-CURRENCY WS-AMOUNT-DISPLAY
               " " INVOICE-STATUS
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE.

       EXPORT-PAYMENTS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "PAYMENTS" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT PAYMENTS-FILE
           IF PMT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE 'N' TO WS-HIT
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-INVOICE-COUNT
                               IF WS-INVOICE-KEY(WS-IDX) =
                                       PAYMENT-INVOICE-ID
                                   MOVE 'Y' TO WS-HIT
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF WS-HIT = 'N'
                               MOVE PAYMENT-BOOKING-ID TO WS-MATCH-KEY
                               PERFORM MATCH-BOOKING
                           END-IF
                           IF WS-HIT = 'Y'
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE PAYMENT-AMOUNT TO WS-AMOUNT-DISPLAY
                               MOVE SPACES TO EX-LINE
                               STRING "  Payment " PAYMENT-ID
                                   " invoice " PAYMENT-INVOICE-ID
                                   " " PAYMENT-TIMESTAMP(1:8) " "
                                   PAYMENT-METHOD WS-AMOUNT-DISPLAY
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYMENTS-FILE
           PERFORM WRITE-SECTION-FOOTING.

      *****************************************************************
      * LOYALTY, INCIDENTS, SURVEYS, MESSAGES
      *****************************************************************
       EXPORT-LOYALTY.
           PERFORM WRITE-SECTION-HEADING
           MOVE "LOYALTY POINTS LEDGER" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT LOYALTY-FILE
           IF LP-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOYALTY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LP-CUSTOMER-ID = WS-SUBJECT-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE LP-POINTS TO WS-POINTS-DISPLAY
                               MOVE SPACES TO EX-LINE
                               STRING "  " LP-ENTRY-DATE " "
                                   LP-ENTRY-TYPE WS-POINTS-DISPLAY
                                   " points  invoice " LP-INVOICE-ID
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOYALTY-FILE
           PERFORM WRITE-SECTION-FOOTING.

       EXPORT-INCIDENTS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "INCIDENTS AND COMPLAINTS" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT INCIDENTS-FILE
           IF IN-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INCIDENTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE IN-CHECKIN-ID TO WS-MATCH-KEY
                           PERFORM MATCH-STAY
                           IF WS-HIT = 'Y'
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO EX-LINE
                               STRING "  " IN-LOG-DATE " stay "
                                   IN-CHECKIN-ID " " IN-CATEGORY
                                   " sev " IN-SEVERITY " " IN-DESC
                                   " " IN-STATUS
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INCIDENTS-FILE
           PERFORM WRITE-SECTION-FOOTING.

       EXPORT-SURVEYS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "SURVEY SCORES (room/clean/desk/value)" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT SURVEYS-FILE
           IF SV-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SURVEYS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SV-CHECKIN-ID TO WS-MATCH-KEY
                           PERFORM MATCH-STAY
                           IF WS-HIT = 'Y'
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO EX-LINE
                               STRING "  " SV-DATE " stay "
                                   SV-CHECKIN-ID " " SV-SCORE-ROOM "/"
                                   SV-SCORE-CLEAN "/" SV-SCORE-DESK
                                   "/" SV-SCORE-VALUE " " SV-COMMENT
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SURVEYS-FILE
           PERFORM WRITE-SECTION-FOOTING.

       EXPORT-MESSAGES.
           PERFORM WRITE-SECTION-HEADING
           MOVE "MESSAGES AND WAKE-UP CALLS" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT GUESTSVC-FILE
           IF GS-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUESTSVC-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE GS-CHECKIN-ID TO WS-MATCH-KEY
                           PERFORM MATCH-STAY
                           IF WS-HIT = 'Y'
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO EX-LINE
                               STRING "  " GS-DATE " " GS-TIME " "
                                   GS-KIND " from " GS-CALLER " "
                                   GS-TEXT " " GS-STATUS
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GUESTSVC-FILE
           PERFORM WRITE-SECTION-FOOTING.

       *> Status changes on the person's bookings, plus any earlier
       *> access requests answered for them
       EXPORT-AUDIT-TRAIL.
           PERFORM WRITE-SECTION-HEADING
           MOVE "AUDIT TRAIL" TO EX-LINE
           WRITE EX-LINE
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE 'N' TO WS-HIT
                           IF AUDIT-BOOKING-ID > 0
                               MOVE AUDIT-BOOKING-ID TO WS-MATCH-KEY
                               PERFORM MATCH-BOOKING
                           ELSE
                               IF AUDIT-PROGRAM = 'personalDataExp'
                                  AND AUDIT-OLD-STATUS(1:5) =
                                      WS-SUBJECT-ID
                                   MOVE 'Y' TO WS-HIT
                               END-IF
                           END-IF
                           IF WS-HIT = 'Y'
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO EX-LINE
                               STRING "  " AUDIT-TIMESTAMP " booking "
                                   AUDIT-BOOKING-ID " "
                                   AUDIT-OLD-STATUS " -> "
                                   AUDIT-NEW-STATUS " by "
                                   AUDIT-PROGRAM " " AUDIT-OPERATOR
                                   DELIMITED BY SIZE INTO EX-LINE
                               WRITE EX-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE
           PERFORM WRITE-SECTION-FOOTING.

       MATCH-BOOKING.
           MOVE 'N' TO WS-HIT
           IF WS-MATCH-KEY = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BOOKING-COUNT
               IF WS-BOOKING-KEY(WS-IDX) = WS-MATCH-KEY
                   MOVE 'Y' TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MATCH-STAY.
           MOVE 'N' TO WS-HIT
           IF WS-MATCH-KEY = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STAY-COUNT
               IF WS-STAY-KEY(WS-IDX) = WS-MATCH-KEY
                   MOVE 'Y' TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * AUDIT LOG - one row per request answered: booking id zero,
      * the customer id in the old status column
      *****************************************************************
       WRITE-AUDIT-LOG.
           PERFORM GENERATE-NEXT-AUDIT-ID
           OPEN I-O AUDIT-FILE
           IF AUDIT-FILE-ERROR
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN I-O AUDIT-FILE
           END-IF
           MOVE WS-NEXT-AUDIT-ID TO AUDIT-ID
           MOVE 0 TO AUDIT-BOOKING-ID
           MOVE SPACES TO AUDIT-OLD-STATUS
           MOVE WS-SUBJECT-ID TO AUDIT-OLD-STATUS(1:5)
           MOVE 'DataExport' TO AUDIT-NEW-STATUS
           MOVE 'personalDataExp' TO AUDIT-PROGRAM
           MOVE WS-NOW-STAMP TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       GENERATE-NEXT-AUDIT-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'AUDIT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-AUDIT-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-AUDIT-ID
           CLOSE COUNTERS-FILE.

       *> First use of the AUDIT counter - seed it from the highest
       *> AUDIT-ID already on file so IDs stay unique.
       SEED-AUDIT-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ AUDIT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF AUDIT-ID > COUNTER-NEXT-ID
                               MOVE AUDIT-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'AUDIT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       *> The counter file opens EXCLUSIVE so two terminals can
       *> never hand out the same ID; only a missing file (status
       *> 35) is ever created fresh.
       OPEN-COUNTERS-FILE.
           MOVE 0 TO WS-CTR-RETRY-COUNT
           OPEN I-O COUNTERS-FILE
           PERFORM UNTIL CTR-FILE-OK
                   OR WS-CTR-FILE-STATUS = 35
                   OR WS-CTR-RETRY-COUNT >= 10
               ADD 1 TO WS-CTR-RETRY-COUNT
               DISPLAY "Counter file held by another terminal - "
                       "retrying (" WS-CTR-RETRY-COUNT " of 10)..."
               CLOSE COUNTERS-FILE
               CALL 'C$SLEEP' USING 1
               OPEN I-O COUNTERS-FILE
           END-PERFORM
           IF CTR-FILE-ERROR AND WS-CTR-FILE-STATUS = 35
               OPEN OUTPUT COUNTERS-FILE
               CLOSE COUNTERS-FILE
               OPEN I-O COUNTERS-FILE
           END-IF.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM personalDataExport.
