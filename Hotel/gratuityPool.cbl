       IDENTIFICATION DIVISION.
       PROGRAM-ID. gratuityPool.

      *****************************************************************
      * GRATUITY / SERVICE-CHARGE POOL DISTRIBUTION
      * Checkout writes every gratuity it bills - tips the outlets
      * posted to the folio and tips added at the desk - to
      * GRATUITY.DAT as Collected rows by department. Once a month
      * the pool for each department (everything Collected up to the
      * month's end and not yet paid out) is shared among the staff
      * entered for that month in TIPSHARE.DAT, by points or by hours
      * worked. The calculation prints the payout sheet for staff to
      * sign; posting the payout marks the shares and the pool rows
      * Paid, and when the cash comes out of a drawer records it as a
      * paid-out on the operator's open session so the drawer still
      * counts. The liability report shows tips collected and not yet
      * paid out.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRATUITY-FILE ASSIGN TO '../DATA/GRATUITY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-ID
               FILE STATUS IS WS-GR-FILE-STATUS.
           SELECT TIPSHARE-FILE ASSIGN TO '../DATA/TIPSHARE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT PAIDOUT-FILE ASSIGN TO '../DATA/PAIDOUTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ID
               FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT CASHSESS-FILE ASSIGN TO '../DATA/CASHSESS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-ID
               FILE STATUS IS WS-CS-FILE-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT PAYOUT-REPORT-FILE ASSIGN TO
               '../DATA/TIPPAYOUT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO
               '../DATA/TIPLIAB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRATUITY-FILE.
       COPY "./CopyBooks/GRATUITY.cpy".

       FD  TIPSHARE-FILE.
       COPY "./CopyBooks/TIPSHARE.cpy".

       FD  PAIDOUT-FILE.
       COPY "./CopyBooks/PAIDOUTS.cpy".

       FD  CASHSESS-FILE.
       COPY "./CopyBooks/CASHSESS.cpy".

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  PAYOUT-REPORT-FILE.
       01  PR-LINE                 PIC X(90).

       FD  LIABILITY-REPORT-FILE.
       01  LR-LINE                 PIC X(90).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-GR-FILE-STATUS       PIC 99.
           88 GR-FILE-OK           VALUE 00.
           88 GR-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-TS-FILE-STATUS       PIC 99.
           88 TS-FILE-OK           VALUE 00.
           88 TS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-PO-FILE-STATUS       PIC 99.
           88 PO-FILE-OK           VALUE 00.
           88 PO-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CS-FILE-STATUS       PIC 99.
           88 CS-FILE-OK           VALUE 00.
           88 CS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SEED-EOF             PIC X.
       01  WS-CONFIRM              PIC X.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-PERIOD               PIC 9(6).
       01  WS-IN-DEPT              PIC X(10).
       01  WS-IN-STAFF-ID          PIC X(5).
       01  WS-IN-STAFF-NAME        PIC X(30).
       01  WS-IN-POINTS            PIC 9(3)V9.
       01  WS-IN-HOURS             PIC 9(3)V9.
       01  WS-IN-BASIS             PIC X.
       01  WS-UNITS                PIC 9(5)V9.
       01  WS-SHARE                PIC 9(9).
       01  WS-STAFF-COUNT          PIC 9(5).
       01  WS-PAID-ROWS            PIC 9(5).
       01  WS-MISMATCH             PIC X.
       01  WS-ANY-UNCALC           PIC X.
       01  WS-NEXT-PAIDOUT-ID      PIC 9(5).
       01  WS-OPEN-SESSION-ID      PIC 9(5).
       01  WS-DRAWER-TOTAL         PIC 9(9).
       01  WS-AMOUNT-DSP           PIC Z(8)9.
       01  WS-UNITS-DSP            PIC ZZZZ9.9.

       *> One row per department in the pool being worked
       01  WS-DP-COUNT             PIC 9(2) VALUE 0.
       01  WS-DP-IDX               PIC 9(2).
       01  WS-DP-FOUND             PIC X.
       01  WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 20 TIMES.
               10 WS-DP-DEPT       PIC X(10).
               10 WS-DP-POOL       PIC 9(9).
               10 WS-DP-PAID       PIC 9(9).
               10 WS-DP-OLDEST     PIC 9(8).
               10 WS-DP-BASIS      PIC X.
               10 WS-DP-UNITS      PIC 9(5)V9.
               10 WS-DP-SHARED     PIC 9(9).
               10 WS-DP-STAFF      PIC 9(3).
               10 WS-DP-LAST-KEY   PIC X(21).
       01  WS-LOOKUP-DEPT          PIC X(10).
       01  WS-POOL-TOTAL           PIC 9(9).
       01  WS-PAID-TOTAL           PIC 9(9).
       01  WS-SHARED-TOTAL         PIC 9(9).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "      GRATUITY POOL DISTRIBUTION"
               DISPLAY "***********************************************"
               DISPLAY "1. Enter staff points / hours for a month"
               DISPLAY "2. List staff entered for a month"
               DISPLAY "3. Calculate shares and print payout sheet"
               DISPLAY "4. Post the payout (mark shares paid)"
               DISPLAY "5. Gratuity liability report"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM ENTER-STAFF-SHARE
                   WHEN 2
                       PERFORM LIST-STAFF-SHARES
                   WHEN 3
                       PERFORM CALCULATE-DISTRIBUTION
                   WHEN 4
                       PERFORM POST-PAYOUT
                   WHEN 5
                       PERFORM PRINT-LIABILITY-REPORT
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

       ASK-PERIOD.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           DISPLAY "Month (YYYYMM, 0 = this month): "
           MOVE 0 TO WS-PERIOD
           ACCEPT WS-PERIOD
           IF WS-PERIOD = 0
               MOVE WS-CURRENT-DATE-NUM(1:6) TO WS-PERIOD
           END-IF.

      *****************************************************************
      * STAFF SHARES
      * One row per staff member per department per month. Points
      * are the house's share weighting (head waiter 1.5, runner 0.5
      * and so on); hours are hours worked in the month. Either may
      * be left at zero when the department shares by the other.
      *****************************************************************
       ENTER-STAFF-SHARE.
           PERFORM ASK-PERIOD
           DISPLAY "Department (RESTAURANT, ROOMSVC, FRONTDESK...): "
           MOVE SPACES TO WS-IN-DEPT
           ACCEPT WS-IN-DEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-DEPT))
               TO WS-IN-DEPT
           IF WS-IN-DEPT = SPACES
               DISPLAY "Department is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Staff ID: "
           MOVE SPACES TO WS-IN-STAFF-ID
           ACCEPT WS-IN-STAFF-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-STAFF-ID) TO WS-IN-STAFF-ID
           IF WS-IN-STAFF-ID = SPACES
               DISPLAY "Staff ID is required."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TIPSHARE-FILE
           IF TS-FILE-ERROR
               CLOSE TIPSHARE-FILE
               OPEN OUTPUT TIPSHARE-FILE
               CLOSE TIPSHARE-FILE
               OPEN I-O TIPSHARE-FILE
           END-IF
           MOVE WS-PERIOD TO TS-PERIOD
           MOVE WS-IN-DEPT TO TS-DEPT
           MOVE WS-IN-STAFF-ID TO TS-STAFF-ID
           READ TIPSHARE-FILE KEY IS TS-KEY
               INVALID KEY
                   MOVE 'N' TO WS-CONFIRM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONFIRM
           END-READ
           IF WS-CONFIRM = 'Y' AND TS-STATUS = 'Paid'
               DISPLAY "That share has already been paid out."
               CLOSE TIPSHARE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFIRM = 'Y'
               DISPLAY "Updating " FUNCTION TRIM(TS-STAFF-NAME)
                       " - points " TS-POINTS " hours " TS-HOURS
           ELSE
               DISPLAY "Staff name: "
               MOVE SPACES TO WS-IN-STAFF-NAME
               ACCEPT WS-IN-STAFF-NAME
               MOVE WS-PERIOD TO TS-PERIOD
               MOVE WS-IN-DEPT TO TS-DEPT
               MOVE WS-IN-STAFF-ID TO TS-STAFF-ID
               MOVE WS-IN-STAFF-NAME TO TS-STAFF-NAME
           END-IF
           DISPLAY "Points (e.g. 1.0, 0 if sharing by hours): "
           MOVE 0 TO WS-IN-POINTS
           ACCEPT WS-IN-POINTS
           DISPLAY "Hours worked in the month (0 if by points): "
           MOVE 0 TO WS-IN-HOURS
           ACCEPT WS-IN-HOURS
           MOVE WS-IN-POINTS TO TS-POINTS
           MOVE WS-IN-HOURS TO TS-HOURS
           MOVE SPACE TO TS-BASIS
           MOVE 0 TO TS-SHARE-AMT
           MOVE 'Entered' TO TS-STATUS
           MOVE 0 TO TS-PAID-DATE
           MOVE SPACES TO TS-PAID-BY
           IF WS-CONFIRM = 'Y'
               REWRITE TIP-SHARE-RECORD
           ELSE
               WRITE TIP-SHARE-RECORD
           END-IF
           CLOSE TIPSHARE-FILE
           DISPLAY "Saved. Recalculate the month before paying out.".

       LIST-STAFF-SHARES.
           PERFORM ASK-PERIOD
           OPEN INPUT TIPSHARE-FILE
           IF TS-FILE-ERROR
               DISPLAY "No staff shares on file."
               CLOSE TIPSHARE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DEPT       STAFF NAME                      "
                   "POINTS HOURS  SHARE     STATUS"
           MOVE 0 TO WS-STAFF-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIPSHARE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-PERIOD = WS-PERIOD
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE TS-SHARE-AMT TO WS-AMOUNT-DSP
                           DISPLAY TS-DEPT " " TS-STAFF-ID " "
                                   TS-STAFF-NAME " " TS-POINTS " "
                                   TS-HOURS " " WS-AMOUNT-DSP " "
                                   TS-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIPSHARE-FILE
           DISPLAY WS-STAFF-COUNT " staff row(s) for " WS-PERIOD.

      *****************************************************************
      * POOL
      * Loads the department table with what is still Collected up
      * to the end of the month - last month's undistributed tips
      * roll forward into this month's pool.
      *****************************************************************
       LOAD-POOL.
           MOVE 0 TO WS-DP-COUNT
           INITIALIZE WS-DP-TABLE
           OPEN INPUT GRATUITY-FILE
           IF GR-FILE-ERROR
               CLOSE GRATUITY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRATUITY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GR-STATUS = 'Collected'
                          AND GR-DATE(1:6) <= WS-PERIOD
                           MOVE GR-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT
                           IF WS-DP-FOUND = 'Y'
                               ADD GR-AMOUNT TO WS-DP-POOL(WS-DP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRATUITY-FILE.

       *> Finds or adds WS-LOOKUP-DEPT; WS-DP-FOUND 'N' only when the
       *> table is full.
       FIND-DEPT.
           MOVE 'N' TO WS-DP-FOUND
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
                      OR WS-DP-FOUND = 'Y'
               IF WS-DP-DEPT(WS-DP-IDX) = WS-LOOKUP-DEPT
                   MOVE 'Y' TO WS-DP-FOUND
               END-IF
           END-PERFORM
           IF WS-DP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DP-IDX
           ELSE
               IF WS-DP-COUNT < 20
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-DP-COUNT TO WS-DP-IDX
                   MOVE WS-LOOKUP-DEPT TO WS-DP-DEPT(WS-DP-IDX)
                   MOVE 'Y' TO WS-DP-FOUND
               END-IF
           END-IF.

      *****************************************************************
      * DISTRIBUTION
      * Each department's pool is split in proportion to its staff's
      * points or hours; the odd units left by rounding go to the
      * last name on the department's list so the sheet always adds
      * up to the pool.
      *****************************************************************
       CALCULATE-DISTRIBUTION.
           PERFORM ASK-PERIOD
           PERFORM LOAD-POOL
           OPEN I-O TIPSHARE-FILE
           IF TS-FILE-ERROR
               DISPLAY "No staff entered for any month."
               CLOSE TIPSHARE-FILE
               EXIT PARAGRAPH
           END-IF

           *> Ask the basis once per department that has staff.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIPSHARE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-PERIOD = WS-PERIOD
                           MOVE TS-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT
                           IF WS-DP-FOUND = 'Y'
                              AND WS-DP-BASIS(WS-DP-IDX) = SPACE
                               PERFORM ASK-DEPT-BASIS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           *> Total the units per department on its basis.
           MOVE WS-PERIOD TO TS-PERIOD
           MOVE LOW-VALUES TO TS-DEPT
           MOVE LOW-VALUES TO TS-STAFF-ID
           START TIPSHARE-FILE KEY IS >= TS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIPSHARE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-PERIOD NOT = WS-PERIOD
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE TS-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT
                           IF WS-DP-FOUND = 'Y'
                              AND TS-STATUS NOT = 'Paid'
                               PERFORM GET-STAFF-UNITS
                               ADD WS-UNITS TO WS-DP-UNITS(WS-DP-IDX)
                               ADD 1 TO WS-DP-STAFF(WS-DP-IDX)
                               IF WS-UNITS > 0
                                   MOVE TS-KEY
                                       TO WS-DP-LAST-KEY(WS-DP-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           *> Work out and store each share.
           MOVE WS-PERIOD TO TS-PERIOD
           MOVE LOW-VALUES TO TS-DEPT
           MOVE LOW-VALUES TO TS-STAFF-ID
           START TIPSHARE-FILE KEY IS >= TS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIPSHARE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-PERIOD NOT = WS-PERIOD
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF TS-STATUS NOT = 'Paid'
                               PERFORM SHARE-ONE-STAFF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           *> Rounding remainder to the last sharer in each department.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-LAST-KEY(WS-DP-IDX) NOT = SPACES
                  AND WS-DP-SHARED(WS-DP-IDX) < WS-DP-POOL(WS-DP-IDX)
                   MOVE WS-DP-LAST-KEY(WS-DP-IDX) TO TS-KEY
                   READ TIPSHARE-FILE KEY IS TS-KEY
                       NOT INVALID KEY
                           COMPUTE TS-SHARE-AMT = TS-SHARE-AMT
                               + WS-DP-POOL(WS-DP-IDX)
                               - WS-DP-SHARED(WS-DP-IDX)
                           REWRITE TIP-SHARE-RECORD
                           MOVE WS-DP-POOL(WS-DP-IDX)
                               TO WS-DP-SHARED(WS-DP-IDX)
                   END-READ
               END-IF
           END-PERFORM
           CLOSE TIPSHARE-FILE

           PERFORM PRINT-PAYOUT-SHEET
           DISPLAY "Pool for " WS-PERIOD ": " WS-POOL-TOTAL
                   "  shared: " WS-SHARED-TOTAL
           IF WS-SHARED-TOTAL < WS-POOL-TOTAL
               DISPLAY "Departments with no staff entered carry "
                       "their pool forward."
           END-IF
           DISPLAY "Payout sheet written to TIPPAYOUT.RPT".

       ASK-DEPT-BASIS.
           MOVE WS-DP-POOL(WS-DP-IDX) TO WS-AMOUNT-DSP
           DISPLAY FUNCTION TRIM(WS-DP-DEPT(WS-DP-IDX))
                   " pool " WS-AMOUNT-DSP
                   " - share by P(oints) or H(ours)? [P]: "
           MOVE SPACE TO WS-IN-BASIS
           ACCEPT WS-IN-BASIS
           MOVE FUNCTION UPPER-CASE(WS-IN-BASIS) TO WS-IN-BASIS
           IF WS-IN-BASIS NOT = 'H'
               MOVE 'P' TO WS-IN-BASIS
           END-IF
           MOVE WS-IN-BASIS TO WS-DP-BASIS(WS-DP-IDX).

       GET-STAFF-UNITS.
           IF WS-DP-BASIS(WS-DP-IDX) = 'H'
               MOVE TS-HOURS TO WS-UNITS
           ELSE
               MOVE TS-POINTS TO WS-UNITS
           END-IF.

       SHARE-ONE-STAFF.
           MOVE TS-DEPT TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT
           IF WS-DP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-STAFF-UNITS
           IF WS-DP-UNITS(WS-DP-IDX) > 0
               COMPUTE WS-SHARE = WS-DP-POOL(WS-DP-IDX) * WS-UNITS
                   / WS-DP-UNITS(WS-DP-IDX)
           ELSE
               MOVE 0 TO WS-SHARE
           END-IF
           MOVE WS-DP-BASIS(WS-DP-IDX) TO TS-BASIS
           MOVE WS-SHARE TO TS-SHARE-AMT
           MOVE 'Calculated' TO TS-STATUS
           REWRITE TIP-SHARE-RECORD
           ADD WS-SHARE TO WS-DP-SHARED(WS-DP-IDX).

       PRINT-PAYOUT-SHEET.
           MOVE 0 TO WS-POOL-TOTAL
           MOVE 0 TO WS-SHARED-TOTAL
           OPEN OUTPUT PAYOUT-REPORT-FILE
           MOVE SPACES TO PR-LINE
           STRING "GRATUITY PAYOUT SHEET - MONTH " WS-PERIOD
               "   PREPARED " WS-CURRENT-DATE-NUM
               " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE ALL "=" TO PR-LINE
           WRITE PR-LINE
           OPEN INPUT TIPSHARE-FILE
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               ADD WS-DP-POOL(WS-DP-IDX) TO WS-POOL-TOTAL
               ADD WS-DP-SHARED(WS-DP-IDX) TO WS-SHARED-TOTAL
               PERFORM PRINT-ONE-DEPT
           END-PERFORM
           CLOSE TIPSHARE-FILE
           MOVE ALL "=" TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "TOTAL POOL " WS-POOL-TOTAL
               "   TO BE PAID " WS-SHARED-TOTAL
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           CLOSE PAYOUT-REPORT-FILE
           MOVE 'TIPPAYOUT' TO RCA-REPORT-NAME
           MOVE '../DATA/TIPPAYOUT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       PRINT-ONE-DEPT.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           IF WS-DP-BASIS(WS-DP-IDX) = 'H'
               STRING "DEPARTMENT " WS-DP-DEPT(WS-DP-IDX)
                   "  POOL " WS-DP-POOL(WS-DP-IDX)
                   "  SHARED BY HOURS"
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "DEPARTMENT " WS-DP-DEPT(WS-DP-IDX)
                   "  POOL " WS-DP-POOL(WS-DP-IDX)
                   "  SHARED BY POINTS"
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PR-LINE
           IF WS-DP-STAFF(WS-DP-IDX) = 0
               MOVE "  NO STAFF ENTERED - POOL CARRIED FORWARD"
                   TO PR-LINE
               WRITE PR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD TO TS-PERIOD
           MOVE WS-DP-DEPT(WS-DP-IDX) TO TS-DEPT
           MOVE LOW-VALUES TO TS-STAFF-ID
           START TIPSHARE-FILE KEY IS >= TS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIPSHARE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-PERIOD NOT = WS-PERIOD
                          OR TS-DEPT NOT = WS-DP-DEPT(WS-DP-IDX)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM GET-STAFF-UNITS
                           MOVE WS-UNITS TO WS-UNITS-DSP
                           MOVE TS-SHARE-AMT TO WS-AMOUNT-DSP
                           MOVE SPACES TO PR-LINE
                           STRING "  " TS-STAFF-ID " " TS-STAFF-NAME
                               " " WS-UNITS-DSP " " WS-AMOUNT-DSP
                               "  SIGNED ____________________"
                               DELIMITED BY SIZE INTO PR-LINE
                           WRITE PR-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * PAYOUT
      * Only a month whose sheet still matches the pool can be paid:
      * a tip collected after the calculation would otherwise be
      * marked paid without anyone receiving it.
      *****************************************************************
       POST-PAYOUT.
           PERFORM ASK-PERIOD
           PERFORM LOAD-POOL
           MOVE 'N' TO WS-ANY-UNCALC
           MOVE 0 TO WS-STAFF-COUNT
           OPEN INPUT TIPSHARE-FILE
           IF TS-FILE-ERROR
               DISPLAY "No staff entered for any month."
               CLOSE TIPSHARE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIPSHARE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-PERIOD = WS-PERIOD
                          AND TS-STATUS NOT = 'Paid'
                           ADD 1 TO WS-STAFF-COUNT
                           IF TS-STATUS NOT = 'Calculated'
                               MOVE 'Y' TO WS-ANY-UNCALC
                           END-IF
                           MOVE TS-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT
                           IF WS-DP-FOUND = 'Y'
                               ADD TS-SHARE-AMT
                                   TO WS-DP-SHARED(WS-DP-IDX)
                               ADD 1 TO WS-DP-STAFF(WS-DP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIPSHARE-FILE
           IF WS-STAFF-COUNT = 0
               DISPLAY "Nothing to pay for " WS-PERIOD "."
               EXIT PARAGRAPH
           END-IF
           IF WS-ANY-UNCALC = 'Y'
               DISPLAY "Staff were changed after the sheet was "
                       "calculated - recalculate first."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MISMATCH
           MOVE 0 TO WS-SHARED-TOTAL
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               *> Nobody with points or hours - pool carries forward.
               IF WS-DP-SHARED(WS-DP-IDX) = 0
                   MOVE 0 TO WS-DP-STAFF(WS-DP-IDX)
               END-IF
               IF WS-DP-STAFF(WS-DP-IDX) > 0
                   ADD WS-DP-SHARED(WS-DP-IDX) TO WS-SHARED-TOTAL
                   IF WS-DP-SHARED(WS-DP-IDX)
                           NOT = WS-DP-POOL(WS-DP-IDX)
                       MOVE 'Y' TO WS-MISMATCH
                       DISPLAY FUNCTION TRIM(WS-DP-DEPT(WS-DP-IDX))
                               ": sheet " WS-DP-SHARED(WS-DP-IDX)
                               " pool now " WS-DP-POOL(WS-DP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MISMATCH = 'Y'
               DISPLAY "The pool has moved since the sheet was "
                       "calculated - recalculate first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay out " WS-SHARED-TOTAL " to " WS-STAFF-COUNT
                   " staff for " WS-PERIOD "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Payout not posted."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           OPEN I-O TIPSHARE-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIPSHARE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-PERIOD = WS-PERIOD
                          AND TS-STATUS = 'Calculated'
                           MOVE 'Paid' TO TS-STATUS
                           MOVE WS-CURRENT-DATE-NUM TO TS-PAID-DATE
                           MOVE WS-OPERATOR-ID TO TS-PAID-BY
                           REWRITE TIP-SHARE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIPSHARE-FILE

           *> The pool rows of every department that was shared out
           *> leave the liability.
           MOVE 0 TO WS-PAID-ROWS
           OPEN I-O GRATUITY-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRATUITY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GR-STATUS = 'Collected'
                          AND GR-DATE(1:6) <= WS-PERIOD
                           MOVE GR-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT
                           IF WS-DP-FOUND = 'Y'
                              AND WS-DP-STAFF(WS-DP-IDX) > 0
                               MOVE 'Paid' TO GR-STATUS
                               MOVE WS-PERIOD TO GR-PAYOUT-PERIOD
                               REWRITE GRATUITY-RECORD
                               ADD 1 TO WS-PAID-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRATUITY-FILE

           DISPLAY "Paid from a cash drawer? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM RECORD-DRAWER-PAID-OUTS
           END-IF
           DISPLAY "Payout for " WS-PERIOD " posted - " WS-PAID-ROWS
                   " pool row(s) cleared.".

       *> One paid-out per department on the operator's open drawer,
       *> so the blind count at close still agrees.
       RECORD-DRAWER-PAID-OUTS.
           PERFORM FIND-OPEN-SESSION
           IF WS-OPEN-SESSION-ID = 0
               DISPLAY "No open drawer for " WS-OPERATOR-ID
                       " - record the paid-out from the cashier "
                       "session when the drawer is open."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DRAWER-TOTAL
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-STAFF(WS-DP-IDX) > 0
                  AND WS-DP-SHARED(WS-DP-IDX) > 0
                   PERFORM GENERATE-NEXT-PAIDOUT-ID
                   OPEN I-O PAIDOUT-FILE
                   IF PO-FILE-ERROR
                       CLOSE PAIDOUT-FILE
                       OPEN OUTPUT PAIDOUT-FILE
                       CLOSE PAIDOUT-FILE
                       OPEN I-O PAIDOUT-FILE
                   END-IF
                   MOVE WS-NEXT-PAIDOUT-ID TO PO-ID
                   MOVE WS-OPEN-SESSION-ID TO PO-SESSION-ID
                   MOVE SPACES TO PO-REASON
                   STRING "TIP PAYOUT " WS-PERIOD " "
                       WS-DP-DEPT(WS-DP-IDX)
                       DELIMITED BY SIZE INTO PO-REASON
                   MOVE WS-DP-SHARED(WS-DP-IDX) TO PO-AMOUNT
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PO-STAMP
                   WRITE PAIDOUT-RECORD
                   CLOSE PAIDOUT-FILE
                   ADD WS-DP-SHARED(WS-DP-IDX) TO WS-DRAWER-TOTAL
               END-IF
           END-PERFORM
           OPEN I-O CASHSESS-FILE
           IF CS-FILE-OK
               MOVE WS-OPEN-SESSION-ID TO CS-ID
               READ CASHSESS-FILE KEY IS CS-ID
                   NOT INVALID KEY
                       ADD WS-DRAWER-TOTAL TO CS-PAIDOUT-TOTAL
                       REWRITE CASH-SESSION-RECORD
               END-READ
           END-IF
           CLOSE CASHSESS-FILE
           DISPLAY "Paid-outs of " WS-DRAWER-TOTAL
                   " recorded on drawer session " WS-OPEN-SESSION-ID.

       FIND-OPEN-SESSION.
           MOVE 0 TO WS-OPEN-SESSION-ID
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CASHSESS-FILE
           IF CS-FILE-ERROR
               CLOSE CASHSESS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASHSESS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CS-OPERATOR = WS-OPERATOR-ID
                          AND FUNCTION TRIM(CS-STATUS) = 'Open'
                           MOVE CS-ID TO WS-OPEN-SESSION-ID
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHSESS-FILE.

      *****************************************************************
      * LIABILITY
      * Everything Collected and not yet paid out is money held for
      * staff, by department, with the oldest tip still waiting.
      *****************************************************************
       PRINT-LIABILITY-REPORT.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 0 TO WS-DP-COUNT
           INITIALIZE WS-DP-TABLE
           OPEN INPUT GRATUITY-FILE
           IF GR-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRATUITY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE GR-DEPT TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT
                           IF WS-DP-FOUND = 'Y'
                               PERFORM ADD-LIABILITY-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GRATUITY-FILE

           MOVE 0 TO WS-POOL-TOTAL
           MOVE 0 TO WS-PAID-TOTAL
           OPEN OUTPUT LIABILITY-REPORT-FILE
           MOVE SPACES TO LR-LINE
           STRING "GRATUITY LIABILITY AS AT " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE "DEPARTMENT  UNPAID (HELD)  PAID TO DATE  OLDEST UNPAID"
               TO LR-LINE
           WRITE LR-LINE
           MOVE ALL "-" TO LR-LINE
           WRITE LR-LINE
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               ADD WS-DP-POOL(WS-DP-IDX) TO WS-POOL-TOTAL
               ADD WS-DP-PAID(WS-DP-IDX) TO WS-PAID-TOTAL
               MOVE SPACES TO LR-LINE
               STRING WS-DP-DEPT(WS-DP-IDX) "  "
                   WS-DP-POOL(WS-DP-IDX) "      "
                   WS-DP-PAID(WS-DP-IDX) "     "
                   WS-DP-OLDEST(WS-DP-IDX)
                   DELIMITED BY SIZE INTO LR-LINE
               WRITE LR-LINE
               DISPLAY LR-LINE
           END-PERFORM
           MOVE ALL "-" TO LR-LINE
           WRITE LR-LINE
           MOVE SPACES TO LR-LINE
           STRING "TOTAL HELD FOR STAFF " WS-POOL-TOTAL
               "   PAID OUT TO DATE " WS-PAID-TOTAL
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           CLOSE LIABILITY-REPORT-FILE
           MOVE 'TIPLIAB' TO RCA-REPORT-NAME
           MOVE '../DATA/TIPLIAB.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY "Held for staff: " WS-POOL-TOTAL
                   "   paid out to date: " WS-PAID-TOTAL
           DISPLAY "Liability report written to TIPLIAB.RPT".

       ADD-LIABILITY-ROW.
           IF GR-STATUS = 'Paid'
               ADD GR-AMOUNT TO WS-DP-PAID(WS-DP-IDX)
           ELSE
               ADD GR-AMOUNT TO WS-DP-POOL(WS-DP-IDX)
               IF WS-DP-OLDEST(WS-DP-IDX) = 0
                  OR GR-DATE < WS-DP-OLDEST(WS-DP-IDX)
                   MOVE GR-DATE TO WS-DP-OLDEST(WS-DP-IDX)
               END-IF
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

       GENERATE-NEXT-PAIDOUT-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'PAIDOUT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-PAIDOUT-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-PAIDOUT-ID
           CLOSE COUNTERS-FILE.

       SEED-PAIDOUT-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT PAIDOUT-FILE
           IF PO-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ PAIDOUT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF PO-ID > COUNTER-NEXT-ID
                               MOVE PO-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAIDOUT-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'PAIDOUT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       *> The operator signed on in Main leaves their id in the
       *> session file; payouts are stamped with it.
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

       END PROGRAM gratuityPool.
