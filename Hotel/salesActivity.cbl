       IDENTIFICATION DIVISION.
       PROGRAM-ID. salesActivity.

      *****************************************************************
      * SALES ACTIVITY LOG FOR COMPANY AND AGENCY ACCOUNTS
      * Calls, visits, proposals and the like, each logged against a
      * company (the COMPANY-NAME the customer records and contracts
      * carry) or a travel agency (AGENCIES code), with the contact
      * spoken to, notes, and the next action with its due date.
      * The follow-up list shows every open action due today or
      * earlier, oldest first in file order, and is also written to
      * FOLLOWUP.RPT for the morning sales meeting. The account
      * summary sets the activity history beside what the account
      * produced this year (stays, room nights, room revenue and
      * nights still on the books) and its open city-ledger
      * balance, written to ACCTSUMMARY.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESACT-FILE ASSIGN TO '../DATA/SALESACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ID
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT AGENCIES-FILE ASSIGN TO '../DATA/AGENCIES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-CODE
               FILE STATUS IS WS-AGY-FILE-STATUS.
           SELECT CONTRACTS-FILE ASSIGN TO '../DATA/CONTRACTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CUS-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT CITYLEDG-FILE ASSIGN TO '../DATA/CITYLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ENTRY-ID
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT FOLLOWUP-REPORT-FILE ASSIGN TO
               '../DATA/FOLLOWUP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO
               '../DATA/ACCTSUMMARY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESACT-FILE.
       COPY "./CopyBooks/SALESACT.cpy".

       FD  AGENCIES-FILE.
       COPY "./CopyBooks/AGENCIES.cpy".

       FD  CONTRACTS-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy".

       FD  CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  CITYLEDG-FILE.
       COPY "./CopyBooks/CITYLEDG.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  FOLLOWUP-REPORT-FILE.
       01  FU-LINE                 PIC X(120).

       FD  SUMMARY-REPORT-FILE.
       01  AS-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SA-FILE-STATUS       PIC 99.
           88 SA-FILE-OK           VALUE 00.
           88 SA-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-AGY-FILE-STATUS      PIC 99.
           88 AGY-FILE-OK          VALUE 00.
           88 AGY-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CT-FILE-STATUS       PIC 99.
           88 CT-FILE-OK           VALUE 00.
           88 CT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CUS-FILE-STATUS      PIC 99.
           88 CUS-FILE-OK          VALUE 00.
           88 CUS-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CL-FILE-STATUS       PIC 99.
           88 CL-FILE-OK           VALUE 00.
           88 CL-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X.
       01  WS-CONFIRM              PIC X.
       01  WS-NEXT-SA-ID           PIC 9(5).

       *> The account being worked on
       01  WS-ACCT-KIND            PIC X.
       01  WS-ACCOUNT              PIC X(30).
       01  WS-ACCOUNT-NAME         PIC X(30).
       01  WS-ACCOUNT-NAME-UPPER   PIC X(30).
       01  WS-ACCOUNT-KNOWN        PIC X.
       01  WS-ENTRY-UPPER          PIC X(30).

       01  WS-IN-DATE              PIC 9(8).
       01  WS-IN-TYPE-CHOICE       PIC 9.
       01  WS-IN-TYPE              PIC X(10).
       01  WS-IN-CONTACT           PIC X(30).
       01  WS-IN-NOTES             PIC X(60).
       01  WS-IN-NEXT-ACTION       PIC X(30).
       01  WS-IN-NEXT-DUE          PIC 9(8).
       01  WS-IN-SA-ID             PIC 9(5).

       01  WS-FOUND-COUNT          PIC 9(5).
       01  WS-OVERDUE-DAYS         PIC 9(5).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-DUE-INTEGER          PIC 9(8).

       *> Production figures for the summary
       01  WS-YEAR-START           PIC 9(8).
       01  WS-YEAR-END             PIC 9(8).
       01  WS-BOOKING-MATCHES      PIC X.
       01  WS-STAY-NIGHTS          PIC 9(5).
       01  WS-FROM-INTEGER         PIC 9(8).
       01  WS-TO-INTEGER           PIC 9(8).
       01  WS-PR-STAYS             PIC 9(5).
       01  WS-PR-NIGHTS            PIC 9(6).
       01  WS-PR-REVENUE           PIC 9(11).
       01  WS-PR-OTB-NIGHTS        PIC 9(6).
       01  WS-PR-AVG-RATE          PIC 9(9).
       01  WS-CL-CHARGES           PIC 9(11).
       01  WS-CL-RECEIPTS          PIC 9(11).
       01  WS-CL-BALANCE           PIC S9(11).
       01  WS-CL-BALANCE-DSP       PIC -(10)9.
       01  WS-REVENUE-DSP          PIC Z(10)9.

       *> Bookings of the account checked out this year, so the
       *> invoice pass can pick up their room charge
       01  WS-BKS-COUNT            PIC 9(4) VALUE 0.
       01  WS-BKS-IDX              PIC 9(4).
       01  WS-BKS-TABLE.
           05 WS-BKS-ID OCCURS 2000 TIMES PIC 9(5).

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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "      SALES ACTIVITY - COMPANIES AND AGENCIES"
               DISPLAY "***********************************************"
               DISPLAY "1. Log an activity"
               DISPLAY "2. Look up activities for an account"
               DISPLAY "3. Follow-up list (due and overdue actions)"
               DISPLAY "4. Mark a follow-up action done"
               DISPLAY "5. Account summary (activity, production, "
                       "ledger)"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LOG-ACTIVITY
                   WHEN 2
                       PERFORM LOOKUP-ACTIVITIES
                   WHEN 3
                       PERFORM FOLLOW-UP-LIST
                   WHEN 4
                       PERFORM COMPLETE-ACTION
                   WHEN 5
                       PERFORM ACCOUNT-SUMMARY
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * ACCOUNT SELECTION
      *****************************************************************
       *> Companies are kept upper-case so 'Acme Ltd' and 'ACME LTD'
       *> are one account. A company not yet on a customer record or
       *> contract is a prospect - allowed, after a warning.
       ACCEPT-ACCOUNT.
           MOVE SPACES TO WS-ACCOUNT
           MOVE SPACES TO WS-ACCOUNT-NAME
           MOVE 'N' TO WS-ACCOUNT-KNOWN
           DISPLAY "Account kind - C company, A travel agency: "
           ACCEPT WS-ACCT-KIND
           MOVE FUNCTION UPPER-CASE(WS-ACCT-KIND) TO WS-ACCT-KIND
           EVALUATE WS-ACCT-KIND
               WHEN 'C'
                   DISPLAY "Company name: "
                   ACCEPT WS-ACCOUNT-NAME
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ACCOUNT-NAME)) TO WS-ACCOUNT
                   IF WS-ACCOUNT NOT = SPACES
                       PERFORM CHECK-COMPANY-KNOWN
                   END-IF
               WHEN 'A'
                   DISPLAY "Agency code: "
                   ACCEPT WS-ACCOUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACCOUNT))
                       TO WS-ACCOUNT
                   IF WS-ACCOUNT NOT = SPACES
                       PERFORM CHECK-AGENCY-KNOWN
                   END-IF
               WHEN OTHER
                   DISPLAY "Enter C or A."
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACCOUNT-NAME))
               TO WS-ACCOUNT-NAME-UPPER.

       CHECK-COMPANY-KNOWN.
           MOVE WS-ACCOUNT TO WS-ACCOUNT-NAME
           OPEN INPUT CONTRACTS-FILE
           IF CT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTRACTS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                              CT-COMPANY)) = WS-ACCOUNT
                               MOVE 'Y' TO WS-ACCOUNT-KNOWN
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTRACTS-FILE
           IF WS-ACCOUNT-KNOWN = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUS-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                              COMPANY-NAME)) = WS-ACCOUNT
                               MOVE 'Y' TO WS-ACCOUNT-KNOWN
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CUSTOMER-FILE.

       CHECK-AGENCY-KNOWN.
           OPEN INPUT AGENCIES-FILE
           IF AGY-FILE-OK
               MOVE WS-ACCOUNT TO AGY-CODE
               READ AGENCIES-FILE KEY IS AGY-CODE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-KNOWN
                       MOVE AGY-NAME TO WS-ACCOUNT-NAME
               END-READ
           END-IF
           CLOSE AGENCIES-FILE.

      *****************************************************************
      * LOGGING AND LOOKUP
      *****************************************************************
       LOG-ACTIVITY.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACCOUNT = SPACES
               DISPLAY "No account given - nothing logged."
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-KNOWN = 'N'
               IF WS-ACCT-KIND = 'A'
                   DISPLAY "Agency not on the AGENCIES master."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "No customer or contract carries this company "
                       "yet - log it as a prospect? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Activity date (YYYYMMDD, 0 = today): "
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-IN-DATE
           END-IF
           DISPLAY "Type - 1 Call  2 Visit  3 Proposal  4 Email  "
                   "5 Other: "
           ACCEPT WS-IN-TYPE-CHOICE
           EVALUATE WS-IN-TYPE-CHOICE
               WHEN 1 MOVE 'Call' TO WS-IN-TYPE
               WHEN 2 MOVE 'Visit' TO WS-IN-TYPE
               WHEN 3 MOVE 'Proposal' TO WS-IN-TYPE
               WHEN 4 MOVE 'Email' TO WS-IN-TYPE
               WHEN 5 MOVE 'Other' TO WS-IN-TYPE
               WHEN OTHER
                   DISPLAY "Invalid activity type."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Contact spoken to: "
           ACCEPT WS-IN-CONTACT
           DISPLAY "Notes: "
           ACCEPT WS-IN-NOTES
           DISPLAY "Next action (blank = none): "
           ACCEPT WS-IN-NEXT-ACTION
           MOVE 0 TO WS-IN-NEXT-DUE
           IF WS-IN-NEXT-ACTION NOT = SPACES
               DISPLAY "Next action due (YYYYMMDD): "
               ACCEPT WS-IN-NEXT-DUE
               IF WS-IN-NEXT-DUE = 0
                   DISPLAY "A next action needs a due date."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM READ-SESSION-OPERATOR
           PERFORM GENERATE-NEXT-SA-ID
           OPEN I-O SALESACT-FILE
           IF SA-FILE-ERROR
               CLOSE SALESACT-FILE
               OPEN OUTPUT SALESACT-FILE
               CLOSE SALESACT-FILE
               OPEN I-O SALESACT-FILE
           END-IF
           INITIALIZE SALES-ACTIVITY-RECORD
           MOVE WS-NEXT-SA-ID TO SA-ID
           MOVE WS-ACCT-KIND TO SA-ACCT-KIND
           MOVE WS-ACCOUNT TO SA-ACCOUNT
           MOVE WS-IN-DATE TO SA-ACT-DATE
           MOVE WS-IN-TYPE TO SA-ACT-TYPE
           MOVE WS-IN-CONTACT TO SA-CONTACT
           MOVE WS-IN-NOTES TO SA-NOTES
           MOVE WS-IN-NEXT-ACTION TO SA-NEXT-ACTION
           MOVE WS-IN-NEXT-DUE TO SA-NEXT-DUE
           IF WS-IN-NEXT-ACTION NOT = SPACES
               MOVE 'Open' TO SA-ACTION-STATUS
           END-IF
           MOVE WS-OPERATOR-ID TO SA-LOGGED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-LOGGED-AT
           WRITE SALES-ACTIVITY-RECORD
               INVALID KEY
                   DISPLAY "Error writing activity."
               NOT INVALID KEY
                   DISPLAY "Activity " SA-ID " logged."
           END-WRITE
           CLOSE SALESACT-FILE.

       LOOKUP-ACTIVITIES.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-COUNT
           OPEN INPUT SALESACT-FILE
           IF SA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SALESACT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SA-ACCT-KIND = WS-ACCT-KIND
                              AND SA-ACCOUNT = WS-ACCOUNT
                               ADD 1 TO WS-FOUND-COUNT
                               PERFORM DISPLAY-ONE-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SALESACT-FILE
           IF WS-FOUND-COUNT = 0
               DISPLAY "No activities logged for this account."
           END-IF.

       DISPLAY-ONE-ACTIVITY.
           DISPLAY SA-ID " " SA-ACT-DATE " " SA-ACT-TYPE " "
                   FUNCTION TRIM(SA-CONTACT) "  (by " SA-LOGGED-BY ")"
           IF SA-NOTES NOT = SPACES
               DISPLAY "      " FUNCTION TRIM(SA-NOTES)
           END-IF
           IF SA-NEXT-ACTION NOT = SPACES
               DISPLAY "      Next: " FUNCTION TRIM(SA-NEXT-ACTION)
                       " due " SA-NEXT-DUE " - " SA-ACTION-STATUS
           END-IF.

      *****************************************************************
      * FOLLOW-UPS
      *****************************************************************
       FOLLOW-UP-LIST.
           MOVE 0 TO WS-FOUND-COUNT
           OPEN OUTPUT FOLLOWUP-REPORT-FILE
           MOVE SPACES TO FU-LINE
           STRING "SALES FOLLOW-UP LIST - DUE ON OR BEFORE "
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE INTO FU-LINE
           WRITE FU-LINE
           MOVE SPACES TO FU-LINE
           STRING "ID    K ACCOUNT                        DUE       "
               "LATE  NEXT ACTION                    CONTACT"
               DELIMITED BY SIZE INTO FU-LINE
           WRITE FU-LINE
           MOVE ALL "-" TO FU-LINE
           WRITE FU-LINE
           OPEN INPUT SALESACT-FILE
           IF SA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SALESACT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(SA-ACTION-STATUS) = 'Open'
                              AND SA-NEXT-DUE <= WS-CURRENT-DATE-NUM
                               PERFORM LIST-ONE-FOLLOW-UP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SALESACT-FILE
           MOVE ALL "-" TO FU-LINE
           WRITE FU-LINE
           MOVE SPACES TO FU-LINE
           STRING "ACTIONS DUE OR OVERDUE: " WS-FOUND-COUNT
               DELIMITED BY SIZE INTO FU-LINE
           WRITE FU-LINE
           CLOSE FOLLOWUP-REPORT-FILE
           MOVE 'FOLLOWUP' TO RCA-REPORT-NAME
           MOVE '../DATA/FOLLOWUP.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           IF WS-FOUND-COUNT = 0
               DISPLAY "No follow-ups due."
           ELSE
               DISPLAY WS-FOUND-COUNT " follow-up(s) due - list "
                       "written to FOLLOWUP.RPT"
           END-IF.

       LIST-ONE-FOLLOW-UP.
           ADD 1 TO WS-FOUND-COUNT
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(SA-NEXT-DUE)
           COMPUTE WS-OVERDUE-DAYS = WS-TODAY-INTEGER - WS-DUE-INTEGER
           MOVE SPACES TO FU-LINE
           STRING SA-ID " " SA-ACCT-KIND " " SA-ACCOUNT " "
               SA-NEXT-DUE " " WS-OVERDUE-DAYS " " SA-NEXT-ACTION " "
               SA-CONTACT
               DELIMITED BY SIZE INTO FU-LINE
           WRITE FU-LINE
           IF WS-OVERDUE-DAYS > 0
               DISPLAY SA-ID " " FUNCTION TRIM(SA-ACCOUNT) " - "
                       FUNCTION TRIM(SA-NEXT-ACTION) " (due "
                       SA-NEXT-DUE ", " WS-OVERDUE-DAYS " days late)"
           ELSE
               DISPLAY SA-ID " " FUNCTION TRIM(SA-ACCOUNT) " - "
                       FUNCTION TRIM(SA-NEXT-ACTION) " (due today)"
           END-IF.

       *> Closing an action can open the next one - the usual
       *> 'called back, send proposal by Friday' chain.
       COMPLETE-ACTION.
           DISPLAY "Activity ID: "
           ACCEPT WS-IN-SA-ID
           OPEN I-O SALESACT-FILE
           IF SA-FILE-ERROR
               DISPLAY "No sales activities on file."
               CLOSE SALESACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-SA-ID TO SA-ID
           READ SALESACT-FILE KEY IS SA-ID
               INVALID KEY
                   DISPLAY "Activity not found."
                   CLOSE SALESACT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(SA-ACTION-STATUS) NOT = 'Open'
               DISPLAY "That activity has no open action."
               CLOSE SALESACT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SESSION-OPERATOR
           MOVE 'Done' TO SA-ACTION-STATUS
           MOVE WS-OPERATOR-ID TO SA-DONE-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-DONE-AT
           REWRITE SALES-ACTIVITY-RECORD
           CLOSE SALESACT-FILE
           DISPLAY "Action marked done. Log the outcome as a new "
                   "activity (option 1) to set the next step.".

      *****************************************************************
      * ACCOUNT SUMMARY
      *****************************************************************
       ACCOUNT-SUMMARY.
           PERFORM ACCEPT-ACCOUNT
           IF WS-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-YEAR-START = WS-CURRENT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-CURRENT-YEAR * 10000 + 1231

           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE SPACES TO AS-LINE
           IF WS-ACCT-KIND = 'A'
               STRING "ACCOUNT SUMMARY - AGENCY "
                   FUNCTION TRIM(WS-ACCOUNT) " "
                   FUNCTION TRIM(WS-ACCOUNT-NAME)
                   "  AS AT " WS-CURRENT-DATE-NUM
                   DELIMITED BY SIZE INTO AS-LINE
           ELSE
               STRING "ACCOUNT SUMMARY - COMPANY "
                   FUNCTION TRIM(WS-ACCOUNT)
                   "  AS AT " WS-CURRENT-DATE-NUM
                   DELIMITED BY SIZE INTO AS-LINE
           END-IF
           WRITE AS-LINE
           MOVE ALL "=" TO AS-LINE
           WRITE AS-LINE

           PERFORM SUMMARISE-PRODUCTION
           PERFORM SUMMARISE-CITY-LEDGER
           PERFORM SUMMARISE-ACTIVITY
           CLOSE SUMMARY-REPORT-FILE
           MOVE 'ACCTSUMMARY' TO RCA-REPORT-NAME
           MOVE '../DATA/ACCTSUMMARY.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Summary written to ACCTSUMMARY.RPT".

       *> A company's bookings are those of customers carrying the
       *> company name; an agency's are those booked through its
       *> code. Stays are counted when they checked out this year.
       SUMMARISE-PRODUCTION.
           MOVE 0 TO WS-PR-STAYS
           MOVE 0 TO WS-PR-NIGHTS
           MOVE 0 TO WS-PR-REVENUE
           MOVE 0 TO WS-PR-OTB-NIGHTS
           MOVE 0 TO WS-BKS-COUNT
           OPEN INPUT BOOKING-FILE
           OPEN INPUT CUSTOMER-FILE
           IF BK-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SHARE-ROLE-BK NOT = 'S'
                               PERFORM TALLY-ACCOUNT-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE BOOKING-FILE

           OPEN INPUT INVOICES-FILE
           IF INV-FILE-OK AND WS-BKS-COUNT > 0
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INVOICES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(INVOICE-STATUS) NOT = 'Void'
                               PERFORM ADD-INVOICE-IF-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICES-FILE

           MOVE 0 TO WS-PR-AVG-RATE
           IF WS-PR-NIGHTS > 0
               COMPUTE WS-PR-AVG-RATE ROUNDED =
                   WS-PR-REVENUE / WS-PR-NIGHTS
           END-IF
           MOVE WS-PR-REVENUE TO WS-REVENUE-DSP
           MOVE SPACES TO AS-LINE
           STRING "PRODUCTION " WS-CURRENT-YEAR " TO DATE"
               DELIMITED BY SIZE INTO AS-LINE
           WRITE AS-LINE
           MOVE SPACES TO AS-LINE
           STRING "  STAYS: " WS-PR-STAYS "  ROOM NIGHTS: "
               WS-PR-NIGHTS "  ROOM REVENUE: " WS-REVENUE-DSP
               "  AVG RATE: " WS-PR-AVG-RATE
               DELIMITED BY SIZE INTO AS-LINE
           WRITE AS-LINE
           MOVE SPACES TO AS-LINE
           STRING "  NIGHTS ON THE BOOKS FOR THE REST OF THE YEAR: "
               WS-PR-OTB-NIGHTS DELIMITED BY SIZE INTO AS-LINE
           WRITE AS-LINE
           DISPLAY "Stays this year : " WS-PR-STAYS
                   "   nights " WS-PR-NIGHTS
           DISPLAY "Room revenue    : " WS-REVENUE-DSP
                   "   avg rate " WS-PR-AVG-RATE
           DISPLAY "On the books    : " WS-PR-OTB-NIGHTS " nights".

       TALLY-ACCOUNT-BOOKING.
           MOVE 'N' TO WS-BOOKING-MATCHES
           IF WS-ACCT-KIND = 'A'
               IF FUNCTION UPPER-CASE(AGENCY-CODE-BK) = WS-ACCOUNT
                   MOVE 'Y' TO WS-BOOKING-MATCHES
               END-IF
           ELSE
               IF CUS-FILE-OK
                   MOVE CUSTOMER-ID-BK TO CUSTOMER-ID
                   READ CUSTOMER-FILE KEY IS CUSTOMER-ID
                       NOT INVALID KEY
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                              COMPANY-NAME)) = WS-ACCOUNT
                               MOVE 'Y' TO WS-BOOKING-MATCHES
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-BOOKING-MATCHES = 'N'
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN BOOKING-STATUS = 'Completed'
                AND CHECKOUT-DATE >= WS-YEAR-START
                AND CHECKOUT-DATE <= WS-YEAR-END
                   ADD 1 TO WS-PR-STAYS
                   PERFORM COUNT-BOOKING-NIGHTS
                   ADD WS-STAY-NIGHTS TO WS-PR-NIGHTS
                   IF WS-BKS-COUNT < 2000
                       ADD 1 TO WS-BKS-COUNT
                       MOVE BOOKING-ID TO WS-BKS-ID(WS-BKS-COUNT)
                   END-IF
               WHEN BOOKING-STATUS = 'Active'
                AND CHECKIN-DATE > WS-CURRENT-DATE-NUM
                AND CHECKIN-DATE <= WS-YEAR-END
                   PERFORM COUNT-BOOKING-NIGHTS
                   ADD WS-STAY-NIGHTS TO WS-PR-OTB-NIGHTS
           END-EVALUATE.

       COUNT-BOOKING-NIGHTS.
           MOVE 0 TO WS-STAY-NIGHTS
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHECKIN-DATE)
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHECKOUT-DATE)
           IF WS-TO-INTEGER > WS-FROM-INTEGER
               COMPUTE WS-STAY-NIGHTS = WS-TO-INTEGER - WS-FROM-INTEGER
           END-IF.

       ADD-INVOICE-IF-ACCOUNT.
           PERFORM VARYING WS-BKS-IDX FROM 1 BY 1
                   UNTIL WS-BKS-IDX > WS-BKS-COUNT
               IF WS-BKS-ID(WS-BKS-IDX) = BOOKING-ID-IV
                   ADD ROOM-CHARGE TO WS-PR-REVENUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       *> Same arithmetic as companyStatement: every charge less
       *> every receipt under the account's name.
       SUMMARISE-CITY-LEDGER.
           MOVE 0 TO WS-CL-CHARGES
           MOVE 0 TO WS-CL-RECEIPTS
           OPEN INPUT CITYLEDG-FILE
           IF CL-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CITYLEDG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               CL-COMPANY-NAME)) TO WS-ENTRY-UPPER
                           IF WS-ENTRY-UPPER = WS-ACCOUNT-NAME-UPPER
                               IF CL-ENTRY-TYPE = 'Charge'
                                   ADD CL-AMOUNT TO WS-CL-CHARGES
                               ELSE
                                   ADD CL-AMOUNT TO WS-CL-RECEIPTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CITYLEDG-FILE
           COMPUTE WS-CL-BALANCE = WS-CL-CHARGES - WS-CL-RECEIPTS
           MOVE WS-CL-BALANCE TO WS-CL-BALANCE-DSP
           MOVE SPACES TO AS-LINE
           STRING "OPEN CITY-LEDGER BALANCE: " WS-CL-BALANCE-DSP
               DELIMITED BY SIZE INTO AS-LINE
           WRITE AS-LINE
           MOVE SPACES TO AS-LINE
           WRITE AS-LINE
           DISPLAY "City ledger     : " WS-CL-BALANCE-DSP.

       SUMMARISE-ACTIVITY.
           MOVE "ACTIVITY HISTORY" TO AS-LINE
           WRITE AS-LINE
           MOVE ALL "-" TO AS-LINE
           WRITE AS-LINE
           MOVE 0 TO WS-FOUND-COUNT
           OPEN INPUT SALESACT-FILE
           IF SA-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SALESACT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SA-ACCT-KIND = WS-ACCT-KIND
                              AND SA-ACCOUNT = WS-ACCOUNT
                               ADD 1 TO WS-FOUND-COUNT
                               PERFORM WRITE-ONE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SALESACT-FILE
           IF WS-FOUND-COUNT = 0
               MOVE "NO ACTIVITY LOGGED" TO AS-LINE
               WRITE AS-LINE
           END-IF
           DISPLAY "Activities      : " WS-FOUND-COUNT.

       WRITE-ONE-HISTORY-LINE.
           MOVE SPACES TO AS-LINE
           STRING SA-ACT-DATE " " SA-ACT-TYPE " " SA-CONTACT " "
               SA-NOTES DELIMITED BY SIZE INTO AS-LINE
           WRITE AS-LINE
           IF SA-NEXT-ACTION NOT = SPACES
               MOVE SPACES TO AS-LINE
               STRING "         NEXT: " SA-NEXT-ACTION " DUE "
                   SA-NEXT-DUE " " SA-ACTION-STATUS
                   DELIMITED BY SIZE INTO AS-LINE
               WRITE AS-LINE
           END-IF.

      *****************************************************************
      * ID GENERATION PROCEDURES
      *****************************************************************
       OPEN-COUNTERS-FILE.
           *> The counter file opens EXCLUSIVE so two terminals can
           *> never hand out the same ID: the second opener backs off
           *> with a message and retries until the holder's brief
           *> open/read/close completes.
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
           *> Only build a fresh counter file when it genuinely does
           *> not exist (status 35) - any other failure here means it
           *> is still locked, and OPEN OUTPUT would wipe every
           *> counter on it.
           IF CTR-FILE-ERROR AND WS-CTR-FILE-STATUS = 35
               OPEN OUTPUT COUNTERS-FILE
               CLOSE COUNTERS-FILE
               OPEN I-O COUNTERS-FILE
           END-IF.

       GENERATE-NEXT-SA-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'SALESACT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-SA-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-SA-ID
           CLOSE COUNTERS-FILE.

       SEED-SA-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT SALESACT-FILE
           IF SA-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ SALESACT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF SA-ID > COUNTER-NEXT-ID
                               MOVE SA-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SALESACT-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'SALESACT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM salesActivity.
