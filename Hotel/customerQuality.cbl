       IDENTIFICATION DIVISION.
       PROGRAM-ID. customerQuality.

      *****************************************************************
      * CUSTOMER MASTER DATA-QUALITY REPORT
      * Batch sweep of CUSTOMERS.DAT. Every live record (not purged,
      * not retired by a merge) is checked against nine rules and
      * scored 0-100 on completeness and validity - a check that
      * cannot apply because the field is missing counts as failed:
      *   EMAIL-MISS  email blank
      *   EMAIL-BAD   email without a single '@' and a dotted domain
      *   PHONE-MISS  phone blank
      *   PHONE-BAD   phone with letters or stray characters, or
      *               fewer than six digits
      *   DOB-MISS    date of birth missing
      *   DOB-BAD     date of birth not a real date or in the future
      *   AGE-DOB     stored age disagrees with the date of birth
      *   NRC-MISS    NRC blank, or N/A on anyone not known to be
      *               under 18
      *   NRC-BAD     NRC not in the 12/TTTTTT(N)123456 layout the
      *               check-in counter enforces
      * CUSTQUAL.RPT lists the failures rule by rule, totals them by
      * where the record came from (the desk, a channel import or the
      * legacy migration - records from before CUSTOMER-SOURCE was
      * kept are placed by their booking types), and ends with the
      * desk worklist: frequent guests whose records need fixing,
      * with their next arrival if one is booked.
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
           SELECT QUALITY-REPORT-FILE
               ASSIGN TO '../DATA/CUSTQUAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  STAYLOG-FILE.
       COPY "./CopyBooks/STAYLOG.cpy".

       FD  QUALITY-REPORT-FILE.
       01  CQ-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS     PIC 99.
           88 CUST-FILE-OK         VALUE 00.
           88 CUST-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SL-FILE-STATUS       PIC 99.
           88 SL-FILE-OK           VALUE 00.
           88 SL-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> A guest with this many stays or more is a frequent guest
       01  WS-FREQUENT-STAYS       PIC 9(3) VALUE 3.

       *> The nine rules, in report order
       01  WS-RULE-NAMES.
           05 FILLER PIC X(50) VALUE
              'EMAIL-MISSEmail address blank                     '.
           05 FILLER PIC X(50) VALUE
              'EMAIL-BAD Email address malformed                 '.
           05 FILLER PIC X(50) VALUE
              'PHONE-MISSPhone number blank                      '.
           05 FILLER PIC X(50) VALUE
              'PHONE-BAD Phone has letters or too few digits     '.
           05 FILLER PIC X(50) VALUE
              'DOB-MISS  Date of birth missing                   '.
           05 FILLER PIC X(50) VALUE
              'DOB-BAD   Date of birth invalid or in the future  '.
           05 FILLER PIC X(50) VALUE
              'AGE-DOB   Age does not match date of birth       '.
           05 FILLER PIC X(50) VALUE
              'NRC-MISS  NRC missing on an adult                 '.
           05 FILLER PIC X(50) VALUE
              'NRC-BAD   NRC not in 12/TTTTTT(N)123456 layout    '.
       01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05 WS-RULE-ENTRY OCCURS 9 TIMES.
              10 WS-RULE-CODE      PIC X(10).
              10 WS-RULE-DESC      PIC X(40).
       01  WS-RULE-IDX             PIC 99.
       01  WS-RULE-FAILS           PIC X(9).
       01  WS-FAIL-COUNT           PIC 99.
       01  WS-NA-COUNT             PIC 99.
       01  WS-SCORE                PIC 9(3).

       *> Where a record came from: 1 Desk, 2 Channel, 3 Migration
       01  WS-SOURCE-NAMES.
           05 FILLER               PIC X(10) VALUE 'Desk'.
           05 FILLER               PIC X(10) VALUE 'Channel'.
           05 FILLER               PIC X(10) VALUE 'Migration'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-NAME       PIC X(10) OCCURS 3 TIMES.
       01  WS-SRC-IDX              PIC 9.
       01  WS-SOURCE-TOTALS.
           05 WS-SOURCE-TOTAL OCCURS 3 TIMES.
              10 WS-ST-RECORDS     PIC 9(5).
              10 WS-ST-CLEAN       PIC 9(5).
              10 WS-ST-SCORE-SUM   PIC 9(8).
              10 WS-ST-RULE-FAILS  PIC 9(5) OCCURS 9 TIMES.
       01  WS-RULE-TOTAL           PIC 9(5).
       01  WS-ALL-RECORDS          PIC 9(5) VALUE 0.
       01  WS-AVG-SCORE            PIC 9(3).

       *> Per-customer facts gathered from BOOKINGS and STAYLOG,
       *> subscripted by customer id
       01  WS-CUSTOMER-FACTS.
           05 WS-CF-ENTRY OCCURS 99999 TIMES.
              10 WS-CF-CHANNEL     PIC X.
              10 WS-CF-LEGACY      PIC X.
              10 WS-CF-STAYS       PIC 9(3).
              10 WS-CF-NEXT-ARR    PIC 9(8).
       01  WS-CF-IDX               PIC 9(5).

       01  WS-WORK-COUNT           PIC 9(4) VALUE 0.
       01  WS-WORKLIST.
           05 WS-WL-ENTRY OCCURS 1000 TIMES.
              10 WS-WL-CUST-ID     PIC 9(5).
              10 WS-WL-NAME        PIC X(30).
              10 WS-WL-STAYS       PIC 9(3).
              10 WS-WL-NEXT-ARR    PIC 9(8).
              10 WS-WL-RULES       PIC X(45).
       01  WS-WL-IDX               PIC 9(4).
       01  WS-WL-RULE-PTR          PIC 99.
       01  WS-WORK-DROPPED         PIC 9(5) VALUE 0.

       *> Rule-check work areas
       01  WS-CHECK-TEXT           PIC X(40).
       01  WS-CHECK-LEN            PIC 99.
       01  WS-CHAR-POS             PIC 99.
       01  WS-CHAR-CHECK           PIC X.
       01  WS-DIGIT-COUNT          PIC 99.
       01  WS-AT-COUNT             PIC 99.
       01  WS-DOT-COUNT            PIC 99.
       01  WS-EMAIL-LOCAL          PIC X(30).
       01  WS-EMAIL-DOMAIN         PIC X(30).
       01  WS-INPUT-VALID          PIC X.
       01  WS-DOB-GROUP.
           05 WS-DOB-YEAR          PIC 9(4).
           05 WS-DOB-MONTH         PIC 99.
           05 WS-DOB-DAY           PIC 99.
       01  WS-DOB-NUM REDEFINES WS-DOB-GROUP PIC 9(8).
       01  WS-DOB-AGE              PIC 9(3).

       *> NRC format state machine - the same four-segment walk
       *> checkIn's VALIDATE-NRC-FORMAT makes at the counter
       01  WS-NRC-STATE            PIC 9.
       01  WS-NRC-STATECODE-LEN    PIC 9.
       01  WS-NRC-TOWNSHIP-LEN     PIC 9(2).
       01  WS-NRC-CLASS-LEN        PIC 9.
       01  WS-NRC-SERIAL-LEN       PIC 9(2).

       01  WS-RULE-COUNT           PIC 9(5).
       01  WS-COUNT-DISPLAY        PIC Z(4)9.
       01  WS-SCORE-DISPLAY        PIC ZZ9.
       01  WS-STAYS-DISPLAY        PIC ZZ9.
       01  WS-COL-DISPLAY.
           05 WS-COL-VALUE         PIC Z(6)9 OCCURS 4 TIMES.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
           INITIALIZE WS-SOURCE-TOTALS
           INITIALIZE WS-CUSTOMER-FACTS
           MOVE 0 TO WS-WORK-COUNT
           MOVE 0 TO WS-WORK-DROPPED
           MOVE 0 TO WS-ALL-RECORDS

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-ERROR
               DISPLAY "No customers on file - nothing to check."
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF
           CLOSE CUSTOMER-FILE

           PERFORM LOAD-BOOKING-FACTS
           PERFORM LOAD-STAY-COUNTS

           OPEN OUTPUT QUALITY-REPORT-FILE
           MOVE SPACES TO CQ-LINE
           STRING "CUSTOMER MASTER DATA-QUALITY REPORT - "
               WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE
           WRITE CQ-LINE FROM ALL "="

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 9
               PERFORM LIST-RULE-FAILURES
           END-PERFORM

           PERFORM WRITE-SOURCE-TOTALS
           PERFORM WRITE-DESK-WORKLIST
           CLOSE QUALITY-REPORT-FILE
           MOVE 'CUSTQUAL' TO RCA-REPORT-NAME
           MOVE '../DATA/CUSTQUAL.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           MOVE WS-ALL-RECORDS TO WS-COUNT-DISPLAY
           DISPLAY "Customer records checked : " WS-COUNT-DISPLAY
           MOVE WS-WORK-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "Frequent guests to fix   : " WS-COUNT-DISPLAY
           DISPLAY "Report written to CUSTQUAL.RPT"
           GOBACK.

      *****************************************************************
      * FACTS FROM BOOKINGS AND STAYS
      *****************************************************************
       *> Booking types place records older than CUSTOMER-SOURCE, and
       *> the earliest live future booking is the next arrival
       LOAD-BOOKING-FACTS.
           OPEN INPUT BOOKING-FILE
           IF BK-FILE-ERROR
               CLOSE BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-ID-BK > 0
                           PERFORM NOTE-BOOKING-FACTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

       NOTE-BOOKING-FACTS.
           MOVE CUSTOMER-ID-BK TO WS-CF-IDX
           IF FUNCTION TRIM(BOOKING-TYPE) = 'Channel'
               MOVE 'Y' TO WS-CF-CHANNEL(WS-CF-IDX)
           END-IF
           IF FUNCTION TRIM(BOOKING-TYPE) = 'Legacy'
               MOVE 'Y' TO WS-CF-LEGACY(WS-CF-IDX)
           END-IF
           IF (BOOKING-STATUS = 'Active' OR BOOKING-STATUS = 'Option')
              AND CHEKIN-FLAG NOT = 'Y'
              AND CHECKIN-DATE >= WS-CURRENT-DATE-NUM
               IF WS-CF-NEXT-ARR(WS-CF-IDX) = 0
                  OR CHECKIN-DATE < WS-CF-NEXT-ARR(WS-CF-IDX)
                   MOVE CHECKIN-DATE TO WS-CF-NEXT-ARR(WS-CF-IDX)
               END-IF
           END-IF.

       LOAD-STAY-COUNTS.
           OPEN INPUT STAYLOG-FILE
           IF SL-FILE-ERROR
               CLOSE STAYLOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAYLOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-ID-SL > 0
                           MOVE CUSTOMER-ID-SL TO WS-CF-IDX
                           IF WS-CF-STAYS(WS-CF-IDX) < 999
                               ADD 1 TO WS-CF-STAYS(WS-CF-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAYLOG-FILE.

      *****************************************************************
      * ONE PASS OF THE CUSTOMER FILE PER RULE - the first pass also
      * builds the source totals and the desk worklist
      *****************************************************************
       LIST-RULE-FAILURES.
           MOVE SPACES TO CQ-LINE
           WRITE CQ-LINE
           MOVE SPACES TO CQ-LINE
           STRING WS-RULE-CODE(WS-RULE-IDX) " - "
               WS-RULE-DESC(WS-RULE-IDX)
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE
           WRITE CQ-LINE FROM ALL "-"
           MOVE 0 TO WS-RULE-COUNT

           OPEN INPUT CUSTOMER-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-NAME(1:7) NOT = 'PURGED-'
                          AND FUNCTION TRIM(CUSTOMER-ACCOUNT-TYPE)
                              NOT = 'Merged'
                           PERFORM CHECK-CUSTOMER
                           IF WS-RULE-IDX = 1
                               PERFORM ADD-TO-TOTALS
                           END-IF
                           IF WS-RULE-FAILS(WS-RULE-IDX:1) = 'Y'
                               ADD 1 TO WS-RULE-COUNT
                               PERFORM WRITE-FAILURE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           MOVE WS-RULE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CQ-LINE
           STRING "  Records failing: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE.

       WRITE-FAILURE-LINE.
           MOVE WS-SCORE TO WS-SCORE-DISPLAY
           MOVE SPACES TO CQ-LINE
           STRING "  " CUSTOMER-ID "  " CUSTOMER-NAME
               "  " WS-SOURCE-NAME(WS-SRC-IDX)
               "  score " WS-SCORE-DISPLAY
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE.

       ADD-TO-TOTALS.
           ADD 1 TO WS-ALL-RECORDS
           ADD 1 TO WS-ST-RECORDS(WS-SRC-IDX)
           ADD WS-SCORE TO WS-ST-SCORE-SUM(WS-SRC-IDX)
           IF WS-FAIL-COUNT = 0
               ADD 1 TO WS-ST-CLEAN(WS-SRC-IDX)
           END-IF
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 9
               IF WS-RULE-FAILS(WS-CHAR-POS:1) = 'Y'
                   ADD 1 TO WS-ST-RULE-FAILS(WS-SRC-IDX, WS-CHAR-POS)
               END-IF
           END-PERFORM
           MOVE CUSTOMER-ID TO WS-CF-IDX
           IF WS-FAIL-COUNT > 0
              AND WS-CF-STAYS(WS-CF-IDX) >= WS-FREQUENT-STAYS
               PERFORM ADD-TO-WORKLIST
           END-IF.

       ADD-TO-WORKLIST.
           IF WS-WORK-COUNT >= 1000
               ADD 1 TO WS-WORK-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WORK-COUNT
           MOVE CUSTOMER-ID TO WS-WL-CUST-ID(WS-WORK-COUNT)
           MOVE CUSTOMER-NAME TO WS-WL-NAME(WS-WORK-COUNT)
           MOVE WS-CF-STAYS(WS-CF-IDX) TO WS-WL-STAYS(WS-WORK-COUNT)
           MOVE WS-CF-NEXT-ARR(WS-CF-IDX)
               TO WS-WL-NEXT-ARR(WS-WORK-COUNT)
           MOVE SPACES TO WS-WL-RULES(WS-WORK-COUNT)
           MOVE 1 TO WS-WL-RULE-PTR
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 9
               IF WS-RULE-FAILS(WS-CHAR-POS:1) = 'Y'
                   STRING FUNCTION TRIM(WS-RULE-CODE(WS-CHAR-POS))
                       " " DELIMITED BY SIZE
                       INTO WS-WL-RULES(WS-WORK-COUNT)
                       WITH POINTER WS-WL-RULE-PTR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *****************************************************************
      * RULE CHECKS - fills WS-RULE-FAILS (one Y/N byte per rule),
      * the failure count, the 0-100 score and the source index
      *****************************************************************
       CHECK-CUSTOMER.
           MOVE 'NNNNNNNNN' TO WS-RULE-FAILS
           MOVE 0 TO WS-NA-COUNT
           PERFORM CHECK-EMAIL
           PERFORM CHECK-PHONE
           PERFORM CHECK-DOB-AND-AGE
           PERFORM CHECK-NRC

           MOVE 0 TO WS-FAIL-COUNT
           INSPECT WS-RULE-FAILS TALLYING WS-FAIL-COUNT FOR ALL 'Y'
           COMPUTE WS-SCORE =
               ((9 - WS-FAIL-COUNT - WS-NA-COUNT) * 100) / 9

           EVALUATE TRUE
               WHEN FUNCTION TRIM(CUSTOMER-SOURCE) = 'Channel'
                   MOVE 2 TO WS-SRC-IDX
               WHEN FUNCTION TRIM(CUSTOMER-SOURCE) = 'Migration'
                   MOVE 3 TO WS-SRC-IDX
               WHEN CUSTOMER-SOURCE NOT = SPACES
                   MOVE 1 TO WS-SRC-IDX
               WHEN WS-CF-LEGACY(CUSTOMER-ID) = 'Y'
                   MOVE 3 TO WS-SRC-IDX
               WHEN WS-CF-CHANNEL(CUSTOMER-ID) = 'Y'
                   MOVE 2 TO WS-SRC-IDX
               WHEN OTHER
                   MOVE 1 TO WS-SRC-IDX
           END-EVALUATE.

       CHECK-EMAIL.
           IF CUSTOMER-EMAIL = SPACES
               MOVE 'Y' TO WS-RULE-FAILS(1:1)
               ADD 1 TO WS-NA-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AT-COUNT
           INSPECT CUSTOMER-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
           IF WS-AT-COUNT NOT = 1
               MOVE 'Y' TO WS-RULE-FAILS(2:1)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EMAIL-LOCAL
           MOVE SPACES TO WS-EMAIL-DOMAIN
           UNSTRING FUNCTION TRIM(CUSTOMER-EMAIL) DELIMITED BY '@'
               INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
           END-UNSTRING
           MOVE 0 TO WS-DOT-COUNT
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOT-COUNT FOR ALL '.'
           MOVE WS-EMAIL-DOMAIN TO WS-CHECK-TEXT
           PERFORM FIND-CHECK-LENGTH
           IF WS-EMAIL-LOCAL = SPACES
              OR WS-DOT-COUNT = 0
              OR WS-EMAIL-DOMAIN(1:1) = '.'
              OR WS-CHECK-TEXT(WS-CHECK-LEN:1) = '.'
               MOVE 'Y' TO WS-RULE-FAILS(2:1)
           END-IF.

       CHECK-PHONE.
           IF CUSTOMER-PHONE = SPACES
               MOVE 'Y' TO WS-RULE-FAILS(3:1)
               ADD 1 TO WS-NA-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-PHONE TO WS-CHECK-TEXT
           PERFORM FIND-CHECK-LENGTH
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-CHECK-LEN
               MOVE WS-CHECK-TEXT(WS-CHAR-POS:1) TO WS-CHAR-CHECK
               EVALUATE TRUE
                   WHEN WS-CHAR-CHECK IS NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN WS-CHAR-CHECK = SPACE OR '+' OR '-'
                        OR '(' OR ')'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-RULE-FAILS(4:1)
               END-EVALUATE
           END-PERFORM
           IF WS-DIGIT-COUNT < 6
               MOVE 'Y' TO WS-RULE-FAILS(4:1)
           END-IF.

       *> Age is checked against the DOB only when the DOB is good;
       *> a stored age one year behind is allowed, as ages are set
       *> when the record is keyed and not rolled forward.
       CHECK-DOB-AND-AGE.
           IF CUSTOMER-DOB = 0
               MOVE 'Y' TO WS-RULE-FAILS(5:1)
               ADD 2 TO WS-NA-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-DOB TO WS-DOB-NUM
           MOVE 'Y' TO WS-INPUT-VALID
           IF WS-DOB-YEAR < 1900
              OR WS-DOB-MONTH < 1 OR WS-DOB-MONTH > 12
              OR WS-DOB-DAY < 1 OR WS-DOB-DAY > 31
              OR CUSTOMER-DOB > WS-CURRENT-DATE-NUM
               MOVE 'N' TO WS-INPUT-VALID
           END-IF
           IF WS-INPUT-VALID = 'Y'
               IF FUNCTION INTEGER-OF-DATE(CUSTOMER-DOB) = 0
                   MOVE 'N' TO WS-INPUT-VALID
               END-IF
           END-IF
           IF WS-INPUT-VALID = 'N'
               MOVE 'Y' TO WS-RULE-FAILS(6:1)
               ADD 1 TO WS-NA-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DOB-AGE =
               (WS-CURRENT-DATE-NUM - CUSTOMER-DOB) / 10000
           IF CUSTOMER-AGE NOT = WS-DOB-AGE
              AND CUSTOMER-AGE + 1 NOT = WS-DOB-AGE
               MOVE 'Y' TO WS-RULE-FAILS(7:1)
           END-IF.

       CHECK-NRC.
           IF NRC-NUMBER = SPACES
               MOVE 'Y' TO WS-RULE-FAILS(8:1)
               ADD 1 TO WS-NA-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(NRC-NUMBER) = 'N/A'
               IF CUSTOMER-AGE > 0 AND CUSTOMER-AGE < 18
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-RULE-FAILS(8:1)
                   ADD 1 TO WS-NA-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE NRC-NUMBER TO WS-CHECK-TEXT
           PERFORM VALIDATE-NRC-FORMAT
           IF WS-INPUT-VALID = 'N'
               MOVE 'Y' TO WS-RULE-FAILS(9:1)
           END-IF.

       FIND-CHECK-LENGTH.
           MOVE 0 TO WS-CHECK-LEN
           PERFORM VARYING WS-CHAR-POS FROM 40 BY -1
                   UNTIL WS-CHAR-POS < 1 OR WS-CHECK-LEN > 0
               IF WS-CHECK-TEXT(WS-CHAR-POS:1) NOT = SPACE
                   MOVE WS-CHAR-POS TO WS-CHECK-LEN
               END-IF
           END-PERFORM
           IF WS-CHECK-LEN = 0
               MOVE 1 TO WS-CHECK-LEN
           END-IF.

       *> <1-2 digit state code>/<letters township code>
       *> (<letters classifier>)<6 digit serial number>
       VALIDATE-NRC-FORMAT.
           MOVE 'Y' TO WS-INPUT-VALID
           MOVE 1 TO WS-NRC-STATE
           MOVE 0 TO WS-NRC-STATECODE-LEN
           MOVE 0 TO WS-NRC-TOWNSHIP-LEN
           MOVE 0 TO WS-NRC-CLASS-LEN
           MOVE 0 TO WS-NRC-SERIAL-LEN
           PERFORM FIND-CHECK-LENGTH

           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-CHECK-LEN
               MOVE WS-CHECK-TEXT(WS-CHAR-POS:1) TO WS-CHAR-CHECK
               EVALUATE WS-NRC-STATE
                   WHEN 1
                       PERFORM CHECK-NRC-STATECODE-CHAR
                   WHEN 2
                       PERFORM CHECK-NRC-TOWNSHIP-CHAR
                   WHEN 3
                       PERFORM CHECK-NRC-CLASS-CHAR
                   WHEN 4
                       IF WS-CHAR-CHECK NUMERIC
                           ADD 1 TO WS-NRC-SERIAL-LEN
                       ELSE
                           MOVE 'N' TO WS-INPUT-VALID
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-INPUT-VALID
               END-EVALUATE
           END-PERFORM

           IF WS-NRC-STATE NOT = 4 OR WS-NRC-SERIAL-LEN NOT = 6
               MOVE 'N' TO WS-INPUT-VALID
           END-IF.

       CHECK-NRC-STATECODE-CHAR.
           IF WS-CHAR-CHECK = '/'
               IF WS-NRC-STATECODE-LEN = 0
                   MOVE 'N' TO WS-INPUT-VALID
               END-IF
               MOVE 2 TO WS-NRC-STATE
           ELSE
               IF WS-CHAR-CHECK NUMERIC
                   ADD 1 TO WS-NRC-STATECODE-LEN
                   IF WS-NRC-STATECODE-LEN > 2
                       MOVE 'N' TO WS-INPUT-VALID
                   END-IF
               ELSE
                   MOVE 'N' TO WS-INPUT-VALID
               END-IF
           END-IF.

       CHECK-NRC-TOWNSHIP-CHAR.
           IF WS-CHAR-CHECK = '('
               IF WS-NRC-TOWNSHIP-LEN = 0
                   MOVE 'N' TO WS-INPUT-VALID
               END-IF
               MOVE 3 TO WS-NRC-STATE
           ELSE
               IF WS-CHAR-CHECK ALPHABETIC
                   ADD 1 TO WS-NRC-TOWNSHIP-LEN
               ELSE
                   MOVE 'N' TO WS-INPUT-VALID
               END-IF
           END-IF.

       CHECK-NRC-CLASS-CHAR.
           IF WS-CHAR-CHECK = ')'
               IF WS-NRC-CLASS-LEN = 0
                   MOVE 'N' TO WS-INPUT-VALID
               END-IF
               MOVE 4 TO WS-NRC-STATE
           ELSE
               IF WS-CHAR-CHECK ALPHABETIC
                   ADD 1 TO WS-NRC-CLASS-LEN
               ELSE
                   MOVE 'N' TO WS-INPUT-VALID
               END-IF
           END-IF.

      *****************************************************************
      * TOTALS BY SOURCE AND THE DESK WORKLIST
      *****************************************************************
       WRITE-SOURCE-TOTALS.
           MOVE SPACES TO CQ-LINE
           WRITE CQ-LINE
           WRITE CQ-LINE FROM ALL "="
           MOVE "TOTALS BY SOURCE" TO CQ-LINE
           WRITE CQ-LINE
           MOVE SPACES TO CQ-LINE
           STRING "                     Desk  Channel Migration"
               "    Total"
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 3
               MOVE WS-ST-RECORDS(WS-SRC-IDX)
                   TO WS-COL-VALUE(WS-SRC-IDX)
           END-PERFORM
           MOVE WS-ALL-RECORDS TO WS-COL-VALUE(4)
           MOVE SPACES TO CQ-LINE
           STRING "  Records        " WS-COL-DISPLAY
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE

           MOVE 0 TO WS-RULE-TOTAL
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 3
               MOVE WS-ST-CLEAN(WS-SRC-IDX) TO WS-COL-VALUE(WS-SRC-IDX)
               ADD WS-ST-CLEAN(WS-SRC-IDX) TO WS-RULE-TOTAL
           END-PERFORM
           MOVE WS-RULE-TOTAL TO WS-COL-VALUE(4)
           MOVE SPACES TO CQ-LINE
           STRING "  Fully clean    " WS-COL-DISPLAY
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE

           MOVE 0 TO WS-RULE-TOTAL
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 3
               IF WS-ST-RECORDS(WS-SRC-IDX) > 0
                   COMPUTE WS-AVG-SCORE = WS-ST-SCORE-SUM(WS-SRC-IDX)
                       / WS-ST-RECORDS(WS-SRC-IDX)
               ELSE
                   MOVE 0 TO WS-AVG-SCORE
               END-IF
               MOVE WS-AVG-SCORE TO WS-COL-VALUE(WS-SRC-IDX)
               ADD WS-ST-SCORE-SUM(WS-SRC-IDX) TO WS-RULE-TOTAL
           END-PERFORM
           IF WS-ALL-RECORDS > 0
               COMPUTE WS-AVG-SCORE = WS-RULE-TOTAL / WS-ALL-RECORDS
           ELSE
               MOVE 0 TO WS-AVG-SCORE
           END-IF
           MOVE WS-AVG-SCORE TO WS-COL-VALUE(4)
           MOVE SPACES TO CQ-LINE
           STRING "  Average score  " WS-COL-DISPLAY
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 9
               MOVE 0 TO WS-RULE-TOTAL
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 3
                   MOVE WS-ST-RULE-FAILS(WS-SRC-IDX, WS-RULE-IDX)
                       TO WS-COL-VALUE(WS-SRC-IDX)
                   ADD WS-ST-RULE-FAILS(WS-SRC-IDX, WS-RULE-IDX)
                       TO WS-RULE-TOTAL
               END-PERFORM
               MOVE WS-RULE-TOTAL TO WS-COL-VALUE(4)
               MOVE SPACES TO CQ-LINE
               STRING "  " WS-RULE-CODE(WS-RULE-IDX) "     "
                   WS-COL-DISPLAY
                   DELIMITED BY SIZE INTO CQ-LINE
               WRITE CQ-LINE
           END-PERFORM.

       WRITE-DESK-WORKLIST.
           MOVE SPACES TO CQ-LINE
           WRITE CQ-LINE
           WRITE CQ-LINE FROM ALL "="
           MOVE SPACES TO CQ-LINE
           MOVE WS-FREQUENT-STAYS TO WS-STAYS-DISPLAY
           STRING "DESK WORKLIST - guests with " WS-STAYS-DISPLAY
               " or more stays whose records need fixing at their "
               "next arrival"
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE
           MOVE SPACES TO CQ-LINE
           STRING "  CUST  NAME                           STAYS"
               "   NEXT-ARR  TO FIX"
               DELIMITED BY SIZE INTO CQ-LINE
           WRITE CQ-LINE
           IF WS-WORK-COUNT = 0
               MOVE "  (none)" TO CQ-LINE
               WRITE CQ-LINE
           END-IF
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WORK-COUNT
               MOVE WS-WL-STAYS(WS-WL-IDX) TO WS-STAYS-DISPLAY
               MOVE SPACES TO CQ-LINE
               IF WS-WL-NEXT-ARR(WS-WL-IDX) = 0
                   STRING "  " WS-WL-CUST-ID(WS-WL-IDX) " "
                       WS-WL-NAME(WS-WL-IDX) " " WS-STAYS-DISPLAY
                       "   --------  " WS-WL-RULES(WS-WL-IDX)
                       DELIMITED BY SIZE INTO CQ-LINE
               ELSE
                   STRING "  " WS-WL-CUST-ID(WS-WL-IDX) " "
                       WS-WL-NAME(WS-WL-IDX) " " WS-STAYS-DISPLAY
                       "   " WS-WL-NEXT-ARR(WS-WL-IDX) "  "
                       WS-WL-RULES(WS-WL-IDX)
                       DELIMITED BY SIZE INTO CQ-LINE
               END-IF
               WRITE CQ-LINE
           END-PERFORM
           IF WS-WORK-DROPPED > 0
               MOVE WS-WORK-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO CQ-LINE
               STRING "  ... and " WS-COUNT-DISPLAY
                   " more - fix the list above first"
                   DELIMITED BY SIZE INTO CQ-LINE
               WRITE CQ-LINE
           END-IF.

       END PROGRAM customerQuality.
