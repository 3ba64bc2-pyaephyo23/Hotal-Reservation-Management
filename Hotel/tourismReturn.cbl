       IDENTIFICATION DIVISION.
       PROGRAM-ID. tourismReturn.

      *****************************************************************
      * COUNTRY CODES AND MONTHLY TOURISM ARRIVALS RETURN
      * The country code table checkIn and bookRoom validate guest
      * nationality and residence against, plus the statistical
      * return the tourism board asks for every month: arrivals,
      * guests and guest-nights by nationality.
      *
      *   ARRIVALS     - guests whose stay began in the month
      *   GUESTS       - guests in house on any night of the month,
      *                  including those who arrived the month before
      *   GUEST-NIGHTS - nights each guest spent in the month; stays
      *                  still in house count up to today
      *
      * Each stay in CHECKINOUT is counted person by person from its
      * GUESTS rows. Stays registered before guest rows carried the
      * check-in id fall back to STAYLOG and the customer's
      * nationality. A guest with no nationality counts under UNK.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTRIES-FILE ASSIGN TO '../DATA/COUNTRIES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODE
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-IO-FILE-STATUS.
           SELECT GUEST-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT STAYLOG-FILE ASSIGN TO '../DATA/STAYLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAYLOG-ID
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT TOURISM-REPORT-FILE ASSIGN TO
               '../DATA/TOURISM.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTRIES-FILE.
       COPY "./CopyBooks/COUNTRIES.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  TOURISM-REPORT-FILE.
       01  TR-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS       PIC 99.
           88 CC-FILE-OK           VALUE 00.
           88 CC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-IO-FILE-STATUS       PIC 99.
           88 IO-FILE-OK           VALUE 00.
           88 IO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-GT-FILE-STATUS       PIC 99.
           88 GT-FILE-OK           VALUE 00.
           88 GT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CU-FILE-STATUS       PIC 99.
           88 CU-FILE-OK           VALUE 00.
           88 CU-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SUB-EOF              PIC X VALUE 'N'.

       01  WS-IN-CODE              PIC X(3).
       01  WS-IN-NAME              PIC X(30).
       01  WS-IN-MONTH             PIC 9(6).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Month window as day numbers: first day of the month and
       *> first day of the next, so nights fall in [start, next)
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-MONTH-NEXT           PIC 9(8).
       01  WS-NEXT-YEAR            PIC 9(4).
       01  WS-NEXT-MONTH           PIC 9(2).
       01  WS-MONTH-START-DAY      PIC 9(7).
       01  WS-MONTH-NEXT-DAY       PIC 9(7).
       01  WS-STAY-START-DAY       PIC 9(7).
       01  WS-STAY-END-DAY         PIC 9(7).
       01  WS-STAY-END-DATE        PIC 9(8).
       01  WS-FROM-DAY             PIC 9(7).
       01  WS-TO-DAY               PIC 9(7).

       *> Current stay being counted
       01  WS-STAY-ID              PIC 9(5).
       01  WS-STAY-NIGHTS          PIC 9(4).
       01  WS-STAY-ARRIVED         PIC X.
       01  WS-STAY-GUESTS          PIC 9(3).
       01  WS-NATION               PIC X(3).

       *> Tally per nationality
       01  WS-NAT-COUNT            PIC 9(3) VALUE 0.
       01  WS-NAT-IDX              PIC 9(3).
       01  WS-NAT-HIT              PIC X.
       01  WS-NAT-TABLE.
           05 WS-NAT-ENTRY OCCURS 250 TIMES.
               10 WS-NAT-CODE      PIC X(3).
               10 WS-NAT-ARRIVALS  PIC 9(6).
               10 WS-NAT-GUESTS    PIC 9(6).
               10 WS-NAT-NIGHTS    PIC 9(7).

       01  WS-TOT-ARRIVALS         PIC 9(7) VALUE 0.
       01  WS-TOT-GUESTS           PIC 9(7) VALUE 0.
       01  WS-TOT-NIGHTS           PIC 9(8) VALUE 0.
       01  WS-STAYS-COUNTED        PIC 9(6) VALUE 0.
       01  WS-COUNTRY-NAME         PIC X(30).
       01  WS-ARRIVALS-DISPLAY     PIC Z(6)9.
       01  WS-GUESTS-DISPLAY       PIC Z(6)9.
       01  WS-NIGHTS-DISPLAY       PIC Z(7)9.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   COUNTRY CODES AND TOURISM RETURN"
               DISPLAY "=========================================="
               DISPLAY "1. List country codes"
               DISPLAY "2. Add or change a country code"
               DISPLAY "3. Deactivate a country code"
               DISPLAY "4. Monthly tourism arrivals return"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-COUNTRIES
                   WHEN 2
                       PERFORM UPSERT-COUNTRY
                   WHEN 3
                       PERFORM DEACTIVATE-COUNTRY
                   WHEN 4
                       PERFORM TOURISM-RETURN
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

       LIST-COUNTRIES.
           OPEN INPUT COUNTRIES-FILE
           IF CC-FILE-ERROR
               DISPLAY "No country codes on file."
               CLOSE COUNTRIES-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE  COUNTRY                         STATUS"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COUNTRIES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY CC-CODE "   " CC-NAME "  " CC-STATUS
               END-READ
           END-PERFORM
           CLOSE COUNTRIES-FILE
           MOVE 'N' TO WS-EOF.

       UPSERT-COUNTRY.
           DISPLAY "Country code (3 letters, e.g. MMR, THA, GBR): "
           ACCEPT WS-IN-CODE
           IF WS-IN-CODE = SPACES
               DISPLAY "Code cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CODE))
               TO WS-IN-CODE
           IF WS-IN-CODE = 'UNK'
               DISPLAY "UNK is reserved for guests who gave no "
                       "nationality."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Country name: "
           ACCEPT WS-IN-NAME

           OPEN I-O COUNTRIES-FILE
           IF CC-FILE-ERROR
               CLOSE COUNTRIES-FILE
               OPEN OUTPUT COUNTRIES-FILE
               CLOSE COUNTRIES-FILE
               OPEN I-O COUNTRIES-FILE
           END-IF
           MOVE WS-IN-CODE TO CC-CODE
           READ COUNTRIES-FILE KEY IS CC-CODE
               INVALID KEY
                   MOVE WS-IN-CODE TO CC-CODE
                   MOVE WS-IN-NAME TO CC-NAME
                   MOVE 'Active' TO CC-STATUS
                   WRITE COUNTRY-RECORD
               NOT INVALID KEY
                   MOVE WS-IN-NAME TO CC-NAME
                   MOVE 'Active' TO CC-STATUS
                   REWRITE COUNTRY-RECORD
           END-READ
           CLOSE COUNTRIES-FILE
           DISPLAY "Country " FUNCTION TRIM(WS-IN-CODE) " saved.".

       DEACTIVATE-COUNTRY.
           DISPLAY "Country code to deactivate: "
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CODE))
               TO WS-IN-CODE
           OPEN I-O COUNTRIES-FILE
           IF CC-FILE-ERROR
               DISPLAY "No country codes on file."
               CLOSE COUNTRIES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CODE TO CC-CODE
           READ COUNTRIES-FILE KEY IS CC-CODE
               INVALID KEY
                   DISPLAY "Country not found."
               NOT INVALID KEY
                   MOVE 'Inactive' TO CC-STATUS
                   REWRITE COUNTRY-RECORD
                   DISPLAY "Country deactivated."
           END-READ
           CLOSE COUNTRIES-FILE.

      *****************************************************************
      * MONTHLY RETURN
      *****************************************************************
       TOURISM-RETURN.
           DISPLAY "Return month (YYYYMM): "
           ACCEPT WS-IN-MONTH
           IF WS-IN-MONTH < 202001 OR WS-IN-MONTH > 205012
              OR WS-IN-MONTH(5:2) < '01' OR WS-IN-MONTH(5:2) > '12'
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           COMPUTE WS-MONTH-FIRST = WS-IN-MONTH * 100 + 1
           MOVE WS-IN-MONTH(1:4) TO WS-NEXT-YEAR
           MOVE WS-IN-MONTH(5:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-MONTH-NEXT =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-MONTH-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           COMPUTE WS-MONTH-NEXT-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-NEXT)

           MOVE 0 TO WS-NAT-COUNT
           INITIALIZE WS-NAT-TABLE
           MOVE 0 TO WS-TOT-ARRIVALS
           MOVE 0 TO WS-TOT-GUESTS
           MOVE 0 TO WS-TOT-NIGHTS
           MOVE 0 TO WS-STAYS-COUNTED

           OPEN INPUT CHECKINOUT-FILE
           IF IO-FILE-ERROR
               DISPLAY "No check-ins on file."
               CLOSE CHECKINOUT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACTUAL-CHECKIN-DATE < WS-MONTH-NEXT
                           PERFORM MEASURE-STAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE
           MOVE 'N' TO WS-EOF

           PERFORM WRITE-TOURISM-REPORT.

       *> Nights of this stay that fall inside the month, and whether
       *> the guests arrived in it. A stay still in house runs to
       *> today; one that neither began in nor touched the month is
       *> left out.
       MEASURE-STAY.
           MOVE CHECKIN-ID TO WS-STAY-ID
           IF CHECKOUT-FLAG = 'Y' AND CHECKOUT-DATE > 0
               MOVE CHECKOUT-DATE TO WS-STAY-END-DATE
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-STAY-END-DATE
           END-IF
           IF WS-STAY-END-DATE < ACTUAL-CHECKIN-DATE
               MOVE ACTUAL-CHECKIN-DATE TO WS-STAY-END-DATE
           END-IF
           COMPUTE WS-STAY-START-DAY =
               FUNCTION INTEGER-OF-DATE(ACTUAL-CHECKIN-DATE)
           COMPUTE WS-STAY-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-STAY-END-DATE)

           MOVE WS-STAY-START-DAY TO WS-FROM-DAY
           IF WS-FROM-DAY < WS-MONTH-START-DAY
               MOVE WS-MONTH-START-DAY TO WS-FROM-DAY
           END-IF
           MOVE WS-STAY-END-DAY TO WS-TO-DAY
           IF WS-TO-DAY > WS-MONTH-NEXT-DAY
               MOVE WS-MONTH-NEXT-DAY TO WS-TO-DAY
           END-IF
           MOVE 0 TO WS-STAY-NIGHTS
           IF WS-TO-DAY > WS-FROM-DAY
               COMPUTE WS-STAY-NIGHTS = WS-TO-DAY - WS-FROM-DAY
           END-IF

           MOVE 'N' TO WS-STAY-ARRIVED
           IF ACTUAL-CHECKIN-DATE >= WS-MONTH-FIRST
               MOVE 'Y' TO WS-STAY-ARRIVED
           END-IF
           IF WS-STAY-ARRIVED = 'N' AND WS-STAY-NIGHTS = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STAYS-COUNTED
           MOVE 0 TO WS-STAY-GUESTS
           PERFORM COUNT-STAY-GUESTS
           IF WS-STAY-GUESTS = 0
               PERFORM COUNT-STAYLOG-GUESTS
           END-IF.

       COUNT-STAY-GUESTS.
           OPEN INPUT GUEST-FILE
           IF GT-FILE-ERROR
               CLOSE GUEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ GUEST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF GUEST-CHECKIN-ID = WS-STAY-ID
                           ADD 1 TO WS-STAY-GUESTS
                           MOVE GUEST-NATIONALITY TO WS-NATION
                           PERFORM TALLY-GUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-FILE.

       *> Older stays: one STAYLOG row per registered guest, with the
       *> nationality taken from the customer record
       COUNT-STAYLOG-GUESTS.
           OPEN INPUT STAYLOG-FILE
           IF SL-FILE-ERROR
               CLOSE STAYLOG-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ STAYLOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CHECKIN-ID-SL = WS-STAY-ID
                           ADD 1 TO WS-STAY-GUESTS
                           MOVE SPACES TO WS-NATION
                           IF CU-FILE-OK
                               MOVE CUSTOMER-ID-SL TO CUSTOMER-ID
                               READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                                   NOT INVALID KEY
                                       MOVE CUSTOMER-NATIONALITY
                                           TO WS-NATION
                               END-READ
                           END-IF
                           PERFORM TALLY-GUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE STAYLOG-FILE.

       TALLY-GUEST.
           IF WS-NATION = SPACES
               MOVE 'UNK' TO WS-NATION
           END-IF
           MOVE 'N' TO WS-NAT-HIT
           PERFORM VARYING WS-NAT-IDX FROM 1 BY 1
                   UNTIL WS-NAT-IDX > WS-NAT-COUNT
               IF WS-NAT-CODE(WS-NAT-IDX) = WS-NATION
                   MOVE 'Y' TO WS-NAT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NAT-HIT = 'N' AND WS-NAT-COUNT < 250
               ADD 1 TO WS-NAT-COUNT
               MOVE WS-NATION TO WS-NAT-CODE(WS-NAT-COUNT)
               MOVE WS-NAT-COUNT TO WS-NAT-IDX
           END-IF
           IF WS-NAT-IDX <= WS-NAT-COUNT
               IF WS-STAY-ARRIVED = 'Y'
                   ADD 1 TO WS-NAT-ARRIVALS(WS-NAT-IDX)
               END-IF
               ADD 1 TO WS-NAT-GUESTS(WS-NAT-IDX)
               ADD WS-STAY-NIGHTS TO WS-NAT-NIGHTS(WS-NAT-IDX)
           END-IF
           IF WS-STAY-ARRIVED = 'Y'
               ADD 1 TO WS-TOT-ARRIVALS
           END-IF
           ADD 1 TO WS-TOT-GUESTS
           ADD WS-STAY-NIGHTS TO WS-TOT-NIGHTS.

      *****************************************************************
      * RETURN LAYOUT - one line per nationality in code order as
      * first seen, then the establishment totals
      *****************************************************************
       WRITE-TOURISM-REPORT.
           OPEN OUTPUT TOURISM-REPORT-FILE
           MOVE "MONTHLY TOURISM ACCOMMODATION RETURN" TO TR-LINE
           WRITE TR-LINE
           MOVE SPACES TO TR-LINE
           STRING "REPORTING PERIOD: " WS-IN-MONTH(1:4) "/"
               WS-IN-MONTH(5:2) "   PREPARED: " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO TR-LINE
           WRITE TR-LINE
           MOVE SPACES TO TR-LINE
           WRITE TR-LINE
           MOVE SPACES TO TR-LINE
           STRING "CODE  NATIONALITY                     "
               "ARRIVALS   GUESTS  GUEST-NIGHTS"
               DELIMITED BY SIZE INTO TR-LINE
           WRITE TR-LINE
           MOVE ALL "-" TO TR-LINE
           WRITE TR-LINE

           OPEN INPUT COUNTRIES-FILE
           PERFORM VARYING WS-NAT-IDX FROM 1 BY 1
                   UNTIL WS-NAT-IDX > WS-NAT-COUNT
               MOVE SPACES TO WS-COUNTRY-NAME
               IF WS-NAT-CODE(WS-NAT-IDX) = 'UNK'
                   MOVE 'NOT STATED' TO WS-COUNTRY-NAME
               ELSE
                   IF CC-FILE-OK
                       MOVE WS-NAT-CODE(WS-NAT-IDX) TO CC-CODE
                       READ COUNTRIES-FILE KEY IS CC-CODE
                           INVALID KEY
                               MOVE 'UNKNOWN CODE' TO WS-COUNTRY-NAME
                           NOT INVALID KEY
                               MOVE CC-NAME TO WS-COUNTRY-NAME
                       END-READ
                   END-IF
               END-IF
               MOVE WS-NAT-ARRIVALS(WS-NAT-IDX) TO WS-ARRIVALS-DISPLAY
               MOVE WS-NAT-GUESTS(WS-NAT-IDX) TO WS-GUESTS-DISPLAY
               MOVE WS-NAT-NIGHTS(WS-NAT-IDX) TO WS-NIGHTS-DISPLAY
               MOVE SPACES TO TR-LINE
               STRING WS-NAT-CODE(WS-NAT-IDX) "   " WS-COUNTRY-NAME
                   "  " WS-ARRIVALS-DISPLAY "  " WS-GUESTS-DISPLAY
                   "      " WS-NIGHTS-DISPLAY
                   DELIMITED BY SIZE INTO TR-LINE
               WRITE TR-LINE
           END-PERFORM
           CLOSE COUNTRIES-FILE

           MOVE ALL "-" TO TR-LINE
           WRITE TR-LINE
           MOVE WS-TOT-ARRIVALS TO WS-ARRIVALS-DISPLAY
           MOVE WS-TOT-GUESTS TO WS-GUESTS-DISPLAY
           MOVE WS-TOT-NIGHTS TO WS-NIGHTS-DISPLAY
           MOVE SPACES TO TR-LINE
           STRING "TOTAL ALL NATIONALITIES              "
               WS-ARRIVALS-DISPLAY "  " WS-GUESTS-DISPLAY
               "      " WS-NIGHTS-DISPLAY
               DELIMITED BY SIZE INTO TR-LINE
           WRITE TR-LINE
           MOVE SPACES TO TR-LINE
           STRING "STAYS COUNTED: " WS-STAYS-COUNTED
               DELIMITED BY SIZE INTO TR-LINE
           WRITE TR-LINE
           CLOSE TOURISM-REPORT-FILE
           MOVE 'TOURISM' TO RCA-REPORT-NAME
           MOVE '../DATA/TOURISM.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY " "
           DISPLAY "TOURISM RETURN - " WS-IN-MONTH
           DISPLAY "Nationalities : " WS-NAT-COUNT
           DISPLAY "Arrivals      : " WS-ARRIVALS-DISPLAY
           DISPLAY "Guests        : " WS-GUESTS-DISPLAY
           DISPLAY "Guest-nights  : " WS-NIGHTS-DISPLAY
           DISPLAY "Return written to TOURISM.RPT".

       END PROGRAM tourismReturn.
