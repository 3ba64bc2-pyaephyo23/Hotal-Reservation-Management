       IDENTIFICATION DIVISION.
       PROGRAM-ID. contractProduction.

      *****************************************************************
      * CORPORATE PRODUCTION AGAINST CONTRACT COMMITMENT
      * For every company holding a rate contract, totals what the
      * company actually sent this calendar year: the room nights
      * of each stay that checked out this year (STAYLOG joined to
      * CHECKINOUT for the real dates), the room revenue billed on
      * the stay's invoice and the average rate that works out to.
      * A stay counts for a company when the guest's customer record
      * names it, or when the stay was direct-billed to the company
      * on the city ledger. Year-to-date nights are set against the
      * committed nights of the company's contract rows in force
      * this year, projected to a full year at the current pace,
      * and shown with the nights still on the books for the rest
      * of the year. A company whose pace and bookings together
      * fall short of the commitment is flagged AT RISK for sales
      * to take into the renewal. A second section lists contract
      * rows ending within the next 90 days. Written to
      * CONTRACTPROD.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTS-FILE ASSIGN TO '../DATA/CONTRACTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.
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
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CUS-FILE-STATUS.
           SELECT CITYLEDG-FILE ASSIGN TO '../DATA/CITYLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ENTRY-ID
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT PRODUCTION-REPORT-FILE ASSIGN TO
               '../DATA/CONTRACTPROD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTS-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  CITYLEDG-FILE.
       COPY "./CopyBooks/CITYLEDG.cpy".

       FD  PRODUCTION-REPORT-FILE.
       01  CP-LINE                 PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CT-FILE-STATUS       PIC 99.
           88 CT-FILE-OK           VALUE 00.
           88 CT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CUS-FILE-STATUS      PIC 99.
           88 CUS-FILE-OK          VALUE 00.
           88 CUS-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CL-FILE-STATUS       PIC 99.
           88 CL-FILE-OK           VALUE 00.
           88 CL-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.

       *> One row per contracted company
       01  WS-CO-COUNT             PIC 9(3) VALUE 0.
       01  WS-CO-IDX               PIC 9(3).
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-NAME       PIC X(30).
               10 WS-CO-UPPER      PIC X(30).
               10 WS-CO-COMMIT     PIC 9(6).
               10 WS-CO-NIGHTS     PIC 9(6).
               10 WS-CO-STAYS      PIC 9(5).
               10 WS-CO-REVENUE    PIC 9(11).
               10 WS-CO-OTB        PIC 9(6).

       *> Room charge of this year's invoices, by check-in
       01  WS-IV-COUNT             PIC 9(4) VALUE 0.
       01  WS-IV-IDX               PIC 9(4).
       01  WS-IV-TABLE.
           05 WS-IV-ENTRY OCCURS 3000 TIMES.
               10 WS-IV-CHECKIN-ID PIC 9(5).
               10 WS-IV-ROOM-CHG   PIC 9(9).

       *> Bookings direct-billed to a company on the city ledger
       01  WS-CL-COUNT             PIC 9(4) VALUE 0.
       01  WS-CL-IDX               PIC 9(4).
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 2000 TIMES.
               10 WS-CL-BOOKING-ID PIC 9(5).
               10 WS-CL-CO-IDX     PIC 9(3).

       01  WS-COMPANY-UPPER        PIC X(30).
       01  WS-STAY-CO-IDX          PIC 9(3).
       01  WS-STAY-NIGHTS          PIC 9(5).
       01  WS-FROM-INTEGER         PIC 9(8).
       01  WS-TO-INTEGER           PIC 9(8).
       01  WS-YEAR-START           PIC 9(8).
       01  WS-YEAR-END             PIC 9(8).
       01  WS-NEXT-YEAR-START      PIC 9(8).
       01  WS-YEAR-START-INTEGER   PIC 9(8).
       01  WS-NEXT-YEAR-INTEGER    PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-EXPIRY-LIMIT         PIC 9(8).
       01  WS-DAYS-IN-YEAR         PIC 9(3).
       01  WS-DAYS-GONE            PIC 9(3).
       01  WS-PROJECTED            PIC 9(7).
       01  WS-AVG-RATE             PIC 9(9).
       01  WS-PCT-OF-COMMIT        PIC 9(4).
       01  WS-STATUS-TEXT          PIC X(14).
       01  WS-RISK-COUNT           PIC 9(3) VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(3) VALUE 0.
       01  WS-REVENUE-DSP          PIC Z(10)9.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-YEAR-START = WS-CURRENT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-CURRENT-YEAR * 10000 + 1231
           COMPUTE WS-NEXT-YEAR-START =
               (WS-CURRENT-YEAR + 1) * 10000 + 0101
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-YEAR-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START)
           COMPUTE WS-NEXT-YEAR-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-YEAR-START)
           COMPUTE WS-DAYS-IN-YEAR =
               WS-NEXT-YEAR-INTEGER - WS-YEAR-START-INTEGER
           COMPUTE WS-DAYS-GONE =
               WS-TODAY-INTEGER - WS-YEAR-START-INTEGER + 1
           COMPUTE WS-EXPIRY-LIMIT =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 90)
           MOVE 0 TO WS-RISK-COUNT
           MOVE 0 TO WS-EXPIRING-COUNT

           DISPLAY "=========================================="
           DISPLAY "   CONTRACT PRODUCTION - YEAR " WS-CURRENT-YEAR
           DISPLAY "=========================================="

           PERFORM LOAD-CONTRACT-COMPANIES
           IF WS-CO-COUNT = 0
               DISPLAY "No contracts on file."
               GOBACK
           END-IF
           PERFORM LOAD-YEAR-INVOICES
           PERFORM LOAD-DIRECT-BILLED

           OPEN INPUT BOOKING-FILE
           OPEN INPUT CUSTOMER-FILE
           PERFORM TALLY-YEAR-STAYS
           PERFORM TALLY-ON-THE-BOOKS
           CLOSE CUSTOMER-FILE
           CLOSE BOOKING-FILE

           OPEN OUTPUT PRODUCTION-REPORT-FILE
           PERFORM WRITE-PRODUCTION-SECTION
           PERFORM WRITE-EXPIRING-SECTION
           CLOSE PRODUCTION-REPORT-FILE
           MOVE 'CONTRACTPROD' TO RCA-REPORT-NAME
           MOVE '../DATA/CONTRACTPROD.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Companies under contract : " WS-CO-COUNT
           DISPLAY "At risk of missing commitment: " WS-RISK-COUNT
           DISPLAY "Contract rows ending in 90 days: "
                   WS-EXPIRING-COUNT
           DISPLAY "Report written to CONTRACTPROD.RPT"
           GOBACK.

      *****************************************************************
      * LOADING
      *****************************************************************
       *> A company's commitment is the sum over its rows in force at
       *> any time this year - each row commits nights for its type.
       LOAD-CONTRACT-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT CONTRACTS-FILE
           IF CT-FILE-ERROR
               CLOSE CONTRACTS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTRACTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CT-COMPANY)) TO WS-COMPANY-UPPER
                       PERFORM FIND-COMPANY-ROW
                       IF WS-STAY-CO-IDX = 0 AND WS-CO-COUNT < 100
                           ADD 1 TO WS-CO-COUNT
                           MOVE WS-CO-COUNT TO WS-STAY-CO-IDX
                           INITIALIZE WS-CO-ENTRY(WS-STAY-CO-IDX)
                           MOVE CT-COMPANY TO WS-CO-NAME(WS-STAY-CO-IDX)
                           MOVE WS-COMPANY-UPPER
                               TO WS-CO-UPPER(WS-STAY-CO-IDX)
                       END-IF
                       IF WS-STAY-CO-IDX > 0
                          AND CT-START-DATE <= WS-YEAR-END
                          AND CT-END-DATE >= WS-YEAR-START
                           ADD CT-COMMIT-NIGHTS
                               TO WS-CO-COMMIT(WS-STAY-CO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACTS-FILE.

       FIND-COMPANY-ROW.
           MOVE 0 TO WS-STAY-CO-IDX
           IF WS-COMPANY-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-UPPER(WS-CO-IDX) = WS-COMPANY-UPPER
                   MOVE WS-CO-IDX TO WS-STAY-CO-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-YEAR-INVOICES.
           MOVE 0 TO WS-IV-COUNT
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-ERROR
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CREATED-AT-IV >= WS-YEAR-START
                          AND FUNCTION TRIM(INVOICE-STATUS) NOT = 'Void'
                          AND WS-IV-COUNT < 3000
                           ADD 1 TO WS-IV-COUNT
                           MOVE CHECKIN-ID-IV
                               TO WS-IV-CHECKIN-ID(WS-IV-COUNT)
                           MOVE ROOM-CHARGE
                               TO WS-IV-ROOM-CHG(WS-IV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE.

       LOAD-DIRECT-BILLED.
           MOVE 0 TO WS-CL-COUNT
           OPEN INPUT CITYLEDG-FILE
           IF CL-FILE-ERROR
               CLOSE CITYLEDG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CL-ENTRY-TYPE) = 'Charge'
                          AND CL-BOOKING-ID > 0
                          AND WS-CL-COUNT < 2000
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               CL-COMPANY-NAME)) TO WS-COMPANY-UPPER
                           PERFORM FIND-COMPANY-ROW
                           IF WS-STAY-CO-IDX > 0
                               ADD 1 TO WS-CL-COUNT
                               MOVE CL-BOOKING-ID
                                   TO WS-CL-BOOKING-ID(WS-CL-COUNT)
                               MOVE WS-STAY-CO-IDX
                                   TO WS-CL-CO-IDX(WS-CL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CITYLEDG-FILE.

      *****************************************************************
      * PRODUCTION
      *****************************************************************
       TALLY-YEAR-STAYS.
           OPEN INPUT STAYLOG-FILE
           IF SL-FILE-ERROR
               CLOSE STAYLOG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECKINOUT-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAYLOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-STAY
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE
           CLOSE STAYLOG-FILE.

       TALLY-ONE-STAY.
           IF CIO-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE CHECKIN-ID-SL TO CHECKIN-ID
           READ CHECKINOUT-FILE KEY IS CHECKIN-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CHECKOUT-FLAG OF CHECKINOUT-RECORD NOT = 'Y'
              OR CHECKOUT-DATE OF CHECKINOUT-RECORD < WS-YEAR-START
              OR CHECKOUT-DATE OF CHECKINOUT-RECORD > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-ID-SL TO CUSTOMER-ID
           MOVE BOOKING-ID-SL TO BOOKING-ID
           PERFORM FIND-STAY-COMPANY
           IF WS-STAY-CO-IDX = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(ACTUAL-CHECKIN-DATE)
           COMPUTE WS-TO-INTEGER = FUNCTION INTEGER-OF-DATE(
               CHECKOUT-DATE OF CHECKINOUT-RECORD)
           MOVE 0 TO WS-STAY-NIGHTS
           IF WS-TO-INTEGER > WS-FROM-INTEGER
               COMPUTE WS-STAY-NIGHTS = WS-TO-INTEGER - WS-FROM-INTEGER
           END-IF
           ADD 1 TO WS-CO-STAYS(WS-STAY-CO-IDX)
           ADD WS-STAY-NIGHTS TO WS-CO-NIGHTS(WS-STAY-CO-IDX)
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > WS-IV-COUNT
               IF WS-IV-CHECKIN-ID(WS-IV-IDX) = CHECKIN-ID-SL
                   ADD WS-IV-ROOM-CHG(WS-IV-IDX)
                       TO WS-CO-REVENUE(WS-STAY-CO-IDX)
               END-IF
           END-PERFORM.

       *> The guest's own customer record first, then the booking's
       *> customer, then a direct bill on the city ledger. Expects
       *> CUSTOMER-ID and BOOKING-ID set.
       FIND-STAY-COMPANY.
           MOVE 0 TO WS-STAY-CO-IDX
           IF CUS-FILE-OK
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           COMPANY-NAME)) TO WS-COMPANY-UPPER
                       PERFORM FIND-COMPANY-ROW
               END-READ
           END-IF
           IF WS-STAY-CO-IDX = 0 AND BK-FILE-OK AND CUS-FILE-OK
               READ BOOKING-FILE KEY IS BOOKING-ID
                   NOT INVALID KEY
                       IF CUSTOMER-ID-BK NOT = CUSTOMER-ID
                           MOVE CUSTOMER-ID-BK TO CUSTOMER-ID
                           READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                               NOT INVALID KEY
                                   MOVE FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(COMPANY-NAME))
                                       TO WS-COMPANY-UPPER
                                   PERFORM FIND-COMPANY-ROW
                           END-READ
                       END-IF
               END-READ
           END-IF
           IF WS-STAY-CO-IDX = 0
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                   IF WS-CL-BOOKING-ID(WS-CL-IDX) = BOOKING-ID
                       MOVE WS-CL-CO-IDX(WS-CL-IDX) TO WS-STAY-CO-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       *> Confirmed nights still to come this year, counted from
       *> tomorrow (tonight's in-house guests are not yet stays).
       TALLY-ON-THE-BOOKS.
           IF BK-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOOKING-STATUS = 'Active'
                          AND CHECKIN-DATE > WS-CURRENT-DATE-NUM
                          AND CHECKIN-DATE <= WS-YEAR-END
                          AND SHARE-ROLE-BK NOT = 'S'
                           PERFORM TALLY-ONE-FUTURE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-FUTURE-BOOKING.
           MOVE CUSTOMER-ID-BK TO CUSTOMER-ID
           MOVE 0 TO WS-STAY-CO-IDX
           IF CUS-FILE-OK
               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           COMPANY-NAME)) TO WS-COMPANY-UPPER
                       PERFORM FIND-COMPANY-ROW
               END-READ
           END-IF
           IF WS-STAY-CO-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHECKIN-DATE)
           IF CHECKOUT-DATE OF BOOKING-RECORD > WS-YEAR-END
               MOVE WS-NEXT-YEAR-INTEGER TO WS-TO-INTEGER
           ELSE
               COMPUTE WS-TO-INTEGER = FUNCTION INTEGER-OF-DATE(
                   CHECKOUT-DATE OF BOOKING-RECORD)
           END-IF
           IF WS-TO-INTEGER > WS-FROM-INTEGER
               COMPUTE WS-STAY-NIGHTS = WS-TO-INTEGER - WS-FROM-INTEGER
               ADD WS-STAY-NIGHTS TO WS-CO-OTB(WS-STAY-CO-IDX)
           END-IF.

      *****************************************************************
      * REPORT
      *****************************************************************
       WRITE-PRODUCTION-SECTION.
           MOVE SPACES TO CP-LINE
           STRING "CONTRACT PRODUCTION VS COMMITMENT - YEAR "
               WS-CURRENT-YEAR "  AS AT " WS-CURRENT-DATE-NUM
               "  (DAY " WS-DAYS-GONE " OF " WS-DAYS-IN-YEAR ")"
               DELIMITED BY SIZE INTO CP-LINE
           WRITE CP-LINE
           MOVE ALL "=" TO CP-LINE
           WRITE CP-LINE
           MOVE SPACES TO CP-LINE
           STRING "COMPANY                         COMMIT  STAYS "
               "YTD NTS   ROOM REVENUE  AVG RATE PROJECTD  ON BKS "
               " PCT STATUS"
               DELIMITED BY SIZE INTO CP-LINE
           WRITE CP-LINE
           MOVE ALL "-" TO CP-LINE
           WRITE CP-LINE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM WRITE-ONE-COMPANY
           END-PERFORM
           MOVE ALL "-" TO CP-LINE
           WRITE CP-LINE
           MOVE "PROJECTD = YTD NIGHTS AT THE CURRENT PACE FOR THE FULL"
               TO CP-LINE
           WRITE CP-LINE
           MOVE "YEAR. AT RISK = PACE AND YTD PLUS ON-THE-BOOKS BOTH "
               TO CP-LINE
           WRITE CP-LINE
           MOVE "FALL SHORT OF THE COMMITTED NIGHTS." TO CP-LINE
           WRITE CP-LINE
           MOVE SPACES TO CP-LINE
           WRITE CP-LINE.

       WRITE-ONE-COMPANY.
           MOVE 0 TO WS-AVG-RATE
           IF WS-CO-NIGHTS(WS-CO-IDX) > 0
               COMPUTE WS-AVG-RATE ROUNDED =
                   WS-CO-REVENUE(WS-CO-IDX) / WS-CO-NIGHTS(WS-CO-IDX)
           END-IF
           MOVE 0 TO WS-PCT-OF-COMMIT
           IF WS-CO-COMMIT(WS-CO-IDX) > 0
               COMPUTE WS-PCT-OF-COMMIT ROUNDED =
                   WS-CO-NIGHTS(WS-CO-IDX) * 100
                   / WS-CO-COMMIT(WS-CO-IDX)
           END-IF
           PERFORM JUDGE-COMPANY-STATUS
           IF WS-STATUS-TEXT = "AT RISK"
               ADD 1 TO WS-RISK-COUNT
           END-IF
           MOVE WS-CO-REVENUE(WS-CO-IDX) TO WS-REVENUE-DSP
           MOVE SPACES TO CP-LINE
           STRING WS-CO-NAME(WS-CO-IDX) "  "
               WS-CO-COMMIT(WS-CO-IDX) " "
               WS-CO-STAYS(WS-CO-IDX) " "
               WS-CO-NIGHTS(WS-CO-IDX) " "
               WS-REVENUE-DSP " "
               WS-AVG-RATE " "
               WS-PROJECTED " "
               WS-CO-OTB(WS-CO-IDX) " "
               WS-PCT-OF-COMMIT " "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO CP-LINE
           WRITE CP-LINE
           IF WS-STATUS-TEXT = "AT RISK"
               DISPLAY "AT RISK: " FUNCTION TRIM(WS-CO-NAME(WS-CO-IDX))
                       " - " WS-CO-NIGHTS(WS-CO-IDX) " of "
                       WS-CO-COMMIT(WS-CO-IDX) " nights, pace "
                       WS-PROJECTED
           END-IF.

       *> Contract rows whose end date falls between today and 90
       *> days out, with the company's standing so the renewal
       *> conversation starts from the numbers.
       WRITE-EXPIRING-SECTION.
           MOVE "CONTRACTS ENDING IN THE NEXT 90 DAYS" TO CP-LINE
           WRITE CP-LINE
           MOVE ALL "=" TO CP-LINE
           WRITE CP-LINE
           MOVE SPACES TO CP-LINE
           STRING "COMPANY                         TYPE        ENDS"
               "          RATE COMMIT  YTD NTS STATUS"
               DELIMITED BY SIZE INTO CP-LINE
           WRITE CP-LINE
           MOVE ALL "-" TO CP-LINE
           WRITE CP-LINE
           OPEN INPUT CONTRACTS-FILE
           IF CT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTRACTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CT-END-DATE >= WS-CURRENT-DATE-NUM
                              AND CT-END-DATE <= WS-EXPIRY-LIMIT
                               PERFORM WRITE-ONE-EXPIRING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTRACTS-FILE
           IF WS-EXPIRING-COUNT = 0
               MOVE "NONE" TO CP-LINE
               WRITE CP-LINE
           END-IF.

       WRITE-ONE-EXPIRING.
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CT-COMPANY))
               TO WS-COMPANY-UPPER
           PERFORM FIND-COMPANY-ROW
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE 0 TO WS-STAY-NIGHTS
           IF WS-STAY-CO-IDX > 0
               MOVE WS-CO-NIGHTS(WS-STAY-CO-IDX) TO WS-STAY-NIGHTS
               MOVE WS-STAY-CO-IDX TO WS-CO-IDX
               PERFORM JUDGE-COMPANY-STATUS
           END-IF
           MOVE SPACES TO CP-LINE
           STRING CT-COMPANY "  " CT-ROOM-TYPE "  " CT-END-DATE "  "
               CT-RATE "  " CT-COMMIT-NIGHTS "  " WS-STAY-NIGHTS "  "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO CP-LINE
           WRITE CP-LINE.

       *> Works on WS-CO-IDX; leaves the full-year pace in
       *> WS-PROJECTED.
       JUDGE-COMPANY-STATUS.
           COMPUTE WS-PROJECTED ROUNDED =
               WS-CO-NIGHTS(WS-CO-IDX) * WS-DAYS-IN-YEAR / WS-DAYS-GONE
           EVALUATE TRUE
               WHEN WS-CO-COMMIT(WS-CO-IDX) = 0
                   MOVE "NO COMMITMENT" TO WS-STATUS-TEXT
               WHEN WS-CO-NIGHTS(WS-CO-IDX) >= WS-CO-COMMIT(WS-CO-IDX)
                   MOVE "MET" TO WS-STATUS-TEXT
               WHEN WS-PROJECTED < WS-CO-COMMIT(WS-CO-IDX)
                AND WS-CO-NIGHTS(WS-CO-IDX) + WS-CO-OTB(WS-CO-IDX)
                    < WS-CO-COMMIT(WS-CO-IDX)
                   MOVE "AT RISK" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ON COURSE" TO WS-STATUS-TEXT
           END-EVALUATE.

       END PROGRAM contractProduction.
