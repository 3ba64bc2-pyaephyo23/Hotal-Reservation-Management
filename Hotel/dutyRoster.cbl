       IDENTIFICATION DIVISION.
       PROGRAM-ID. dutyRoster.

      *****************************************************************
      * STAFF DUTY ROSTER AND ATTENDANCE
      * The roster that used to live in a spreadsheet: one row in
      * ROSTER.DAT per person, date and shift (AM 0700-1500, PM
      * 1500-2300, NIGHT 2300-0700 unless other hours are keyed),
      * with the department and the staff ID - the operator ID where
      * the person signs on, so a name is taken from OPERATORS.DAT.
      * Managers and Supervisors roster, cancel and mark absences.
      * Staff clock in and out against their rostered shift (the
      * signed-on operator by default); clocking in with no shift on
      * the roster books an EXTRA shift so the hours still reach
      * payroll. A night shift may clock out the next morning.
      * housekeepingSheet deals rooms only to Housekeeping staff
      * rostered for the day and staffingForecast sets the same
      * roster against its projection. The monthly attendance and
      * hours report for payroll goes to ATTEND.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO '../DATA/ROSTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DR-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO '../DATA/OPERATORS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT ATTEND-REPORT-FILE ASSIGN TO '../DATA/ATTEND.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       COPY "./CopyBooks/ROSTER.cpy".

       FD  OPERATORS-FILE.
       COPY "./CopyBooks/OPERATORS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       FD  ATTEND-REPORT-FILE.
       01  AT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DR-FILE-STATUS       PIC 99.
           88 DR-FILE-OK           VALUE 00.
           88 DR-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-OP-FILE-STATUS       PIC 99.
           88 OP-FILE-OK           VALUE 00.
           88 OP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.

       *> Signed-on operator - rostering is Manager/Supervisor work
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.
       01  WS-PROPERTY             PIC X(4) VALUE 'MAIN'.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FOUND                PIC X VALUE 'N'.
       01  WS-CONFIRM              PIC X.

       *> Roster entry
       01  WS-IN-DATE              PIC 9(8).
       01  WS-IN-STAFF-ID          PIC X(5).
       01  WS-IN-STAFF-NAME        PIC X(30).
       01  WS-IN-DEPT-CHOICE       PIC 9.
       01  WS-IN-DEPARTMENT        PIC X(12).
       01  WS-IN-SHIFT-CHOICE      PIC 9.
       01  WS-IN-SHIFT             PIC X(5).
       01  WS-IN-START             PIC 9(4).
       01  WS-IN-END               PIC 9(4).
       01  WS-IN-TIME              PIC 9(4).
       01  WS-IN-ACTION            PIC 9.
       01  WS-DATE-CHECK           PIC 9(8).

       *> Clocking
       01  WS-CLOCK-DATE           PIC 9(8).
       01  WS-CLOCK-HHMM           PIC 9(4).
       01  WS-YESTERDAY            PIC 9(8).
       01  WS-IN-MINUTES           PIC S9(7).
       01  WS-OUT-MINUTES          PIC S9(7).
       01  WS-LATE-GRACE           PIC 9(2) VALUE 10.

       *> Daily list
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-CLOCK-EDIT           PIC X(5).
       01  WS-CLOCK-OUT-EDIT       PIC X(5).

       *> Monthly attendance, one row per person, kept in staff ID
       *> order for payroll
       01  WS-IN-MONTH             PIC 9(6).
       01  WS-AT-COUNT             PIC 9(3) VALUE 0.
       01  WS-AT-IDX               PIC 9(3).
       01  WS-AT-SHIFT-IDX         PIC 9(3).
       01  WS-AT-TABLE.
           05 WS-AT-ENTRY OCCURS 150 TIMES.
               10 WS-AT-STAFF-ID   PIC X(5).
               10 WS-AT-NAME       PIC X(30).
               10 WS-AT-DEPT       PIC X(12).
               10 WS-AT-ROSTERED   PIC 9(3).
               10 WS-AT-WORKED     PIC 9(3).
               10 WS-AT-EXTRA      PIC 9(3).
               10 WS-AT-ABSENT     PIC 9(3).
               10 WS-AT-LATE       PIC 9(3).
               10 WS-AT-OPEN       PIC 9(3).
               10 WS-AT-MINUTES    PIC 9(6).
       01  WS-AT-HOLD              PIC X(71).
       01  WS-TOT-WORKED           PIC 9(5).
       01  WS-TOT-MINUTES          PIC 9(7).
       01  WS-HOURS                PIC 9(5)V99.
       01  WS-HOURS-EDIT           PIC ZZ,ZZ9.99.
       01  WS-COUNT-EDIT           PIC ZZ9.
       01  WS-DETAIL               PIC X(100).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
           05 WS-CURRENT-TIME.
               10 WS-CURRENT-HOURS   PIC 9(2).
               10 WS-CURRENT-MINUTES PIC 9(2).
               10 WS-CURRENT-SECONDS PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   STAFF DUTY ROSTER AND ATTENDANCE"
               DISPLAY "=========================================="
               DISPLAY "1. Roster a shift (Manager/Supervisor)"
               DISPLAY "2. Cancel a shift or mark absent "
                       "(Manager/Supervisor)"
               DISPLAY "3. Roster for a date"
               DISPLAY "4. Clock in"
               DISPLAY "5. Clock out"
               DISPLAY "6. Monthly attendance and hours (payroll)"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM ADD-ROSTER-SHIFT
                   WHEN 2
                       PERFORM CHANGE-ROSTER-SHIFT
                   WHEN 3
                       PERFORM LIST-DAY-ROSTER
                   WHEN 4
                       PERFORM CLOCK-IN
                   WHEN 5
                       PERFORM CLOCK-OUT
                   WHEN 6
                       PERFORM MONTHLY-ATTENDANCE
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * ROSTERING
      *****************************************************************
       ADD-ROSTER-SHIFT.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "Rostering requires a Manager or Supervisor "
                       "sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Roster date (YYYYMMDD): "
           ACCEPT WS-IN-DATE
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE)
               TO WS-DATE-CHECK
           IF WS-DATE-CHECK NOT = 0
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Staff / operator ID: "
           ACCEPT WS-IN-STAFF-ID
           IF WS-IN-STAFF-ID = SPACES
               DISPLAY "Staff ID cannot be empty."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-STAFF-NAME
           IF WS-IN-STAFF-NAME = SPACES
               DISPLAY "Not an operator - enter the staff name: "
               ACCEPT WS-IN-STAFF-NAME
               IF WS-IN-STAFF-NAME = SPACES
                   DISPLAY "A name is required for staff who do "
                           "not sign on."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Staff: " FUNCTION TRIM(WS-IN-STAFF-NAME)
           END-IF
           PERFORM ACCEPT-DEPARTMENT
           IF WS-IN-DEPARTMENT = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Shift: 1 AM  2 PM  3 NIGHT"
           ACCEPT WS-IN-SHIFT-CHOICE
           EVALUATE WS-IN-SHIFT-CHOICE
               WHEN 1
                   MOVE 'AM' TO WS-IN-SHIFT
                   MOVE 0700 TO WS-IN-START
                   MOVE 1500 TO WS-IN-END
               WHEN 2
                   MOVE 'PM' TO WS-IN-SHIFT
                   MOVE 1500 TO WS-IN-START
                   MOVE 2300 TO WS-IN-END
               WHEN 3
                   MOVE 'NIGHT' TO WS-IN-SHIFT
                   MOVE 2300 TO WS-IN-START
                   MOVE 0700 TO WS-IN-END
               WHEN OTHER
                   DISPLAY "Invalid shift."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Start HHMM (Enter = " WS-IN-START "): "
           ACCEPT WS-IN-TIME
           IF WS-IN-TIME NOT = 0
               MOVE WS-IN-TIME TO WS-IN-START
           END-IF
           DISPLAY "End HHMM (Enter = " WS-IN-END "): "
           ACCEPT WS-IN-TIME
           IF WS-IN-TIME NOT = 0
               MOVE WS-IN-TIME TO WS-IN-END
           END-IF
           IF WS-IN-START(1:2) > '23' OR WS-IN-START(3:2) > '59'
              OR WS-IN-END(1:2) > '23' OR WS-IN-END(3:2) > '59'
               DISPLAY "Invalid time."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ROSTER-FILE
           INITIALIZE ROSTER-RECORD
           MOVE WS-IN-DATE TO DR-DATE
           MOVE WS-IN-STAFF-ID TO DR-STAFF-ID
           MOVE WS-IN-SHIFT TO DR-SHIFT
           MOVE WS-IN-DEPARTMENT TO DR-DEPARTMENT
           MOVE WS-IN-STAFF-NAME TO DR-STAFF-NAME
           MOVE WS-PROPERTY TO DR-PROPERTY
           MOVE WS-IN-START TO DR-SHIFT-START
           MOVE WS-IN-END TO DR-SHIFT-END
           MOVE 'Y' TO DR-ROSTERED
           MOVE 'Rostered' TO DR-STATUS
           MOVE WS-OPERATOR-ID TO DR-CREATED-BY
           WRITE ROSTER-RECORD
               INVALID KEY
                   DISPLAY "*** " FUNCTION TRIM(WS-IN-STAFF-ID)
                           " is already on the " FUNCTION
                           TRIM(WS-IN-SHIFT) " shift for "
                           WS-IN-DATE ". ***"
               NOT INVALID KEY
                   DISPLAY FUNCTION TRIM(WS-IN-STAFF-NAME)
                           " rostered " FUNCTION TRIM(WS-IN-SHIFT)
                           " " WS-IN-DATE " ("
                           FUNCTION TRIM(WS-IN-DEPARTMENT) ")."
           END-WRITE
           CLOSE ROSTER-FILE.

       ACCEPT-DEPARTMENT.
           MOVE SPACES TO WS-IN-DEPARTMENT
           DISPLAY "Department: 1 Front Office  2 Housekeeping  "
                   "3 Food & Bev  4 Maintenance  5 Security  6 Other"
           ACCEPT WS-IN-DEPT-CHOICE
           EVALUATE WS-IN-DEPT-CHOICE
               WHEN 1
                   MOVE 'Front Office' TO WS-IN-DEPARTMENT
               WHEN 2
                   MOVE 'Housekeeping' TO WS-IN-DEPARTMENT
               WHEN 3
                   MOVE 'Food & Bev' TO WS-IN-DEPARTMENT
               WHEN 4
                   MOVE 'Maintenance' TO WS-IN-DEPARTMENT
               WHEN 5
                   MOVE 'Security' TO WS-IN-DEPARTMENT
               WHEN 6
                   MOVE 'Other' TO WS-IN-DEPARTMENT
               WHEN OTHER
                   DISPLAY "Invalid department."
           END-EVALUATE.

       *> A shift that was never worked is cancelled or marked
       *> absent; the row stays on file for the attendance report.
       CHANGE-ROSTER-SHIFT.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "Changing the roster requires a Manager or "
                       "Supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Roster date (YYYYMMDD): "
           ACCEPT WS-IN-DATE
           DISPLAY "Staff / operator ID: "
           ACCEPT WS-IN-STAFF-ID
           DISPLAY "Shift (AM / PM / NIGHT / EXTRA): "
           ACCEPT WS-IN-SHIFT
           MOVE FUNCTION UPPER-CASE(WS-IN-SHIFT) TO WS-IN-SHIFT
           DISPLAY "1. Cancel the shift  2. Mark absent"
           ACCEPT WS-IN-ACTION
           IF WS-IN-ACTION NOT = 1 AND WS-IN-ACTION NOT = 2
               DISPLAY "Invalid choice."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ROSTER-FILE
           MOVE WS-IN-DATE TO DR-DATE
           MOVE WS-IN-STAFF-ID TO DR-STAFF-ID
           MOVE WS-IN-SHIFT TO DR-SHIFT
           READ ROSTER-FILE KEY IS DR-KEY
               INVALID KEY
                   DISPLAY "No such shift on the roster."
                   CLOSE ROSTER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(DR-STATUS) NOT = 'Rostered'
               DISPLAY "The shift is " FUNCTION TRIM(DR-STATUS)
                       " - only a shift not yet clocked can be "
                       "changed."
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ACTION = 1
               MOVE 'Cancelled' TO DR-STATUS
           ELSE
               MOVE 'Absent' TO DR-STATUS
           END-IF
           REWRITE ROSTER-RECORD
           CLOSE ROSTER-FILE
           DISPLAY "Shift marked " FUNCTION TRIM(DR-STATUS) ".".

       LIST-DAY-ROSTER.
           DISPLAY "Date (YYYYMMDD, 0 = today): "
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0
               ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO WS-IN-DATE
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT ROSTER-FILE
           IF DR-FILE-ERROR
               DISPLAY "No roster on file."
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ROSTER FOR " WS-IN-DATE
           DISPLAY "STAFF NAME                 DEPARTMENT   SHIFT "
                   "HOURS     STATUS     IN    OUT"
           MOVE WS-IN-DATE TO DR-DATE
           MOVE LOW-VALUES TO DR-STAFF-ID
           MOVE LOW-VALUES TO DR-SHIFT
           START ROSTER-FILE KEY IS >= DR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROSTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-DATE NOT = WS-IN-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF DR-PROPERTY = WS-PROPERTY
                              OR (DR-PROPERTY = SPACES
                                  AND WS-PROPERTY = 'MAIN')
                               PERFORM LIST-ONE-SHIFT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           DISPLAY "Shifts listed: " WS-LIST-COUNT.

       LIST-ONE-SHIFT.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO WS-CLOCK-EDIT
           MOVE SPACES TO WS-CLOCK-OUT-EDIT
           IF FUNCTION TRIM(DR-STATUS) = 'On-shift'
              OR FUNCTION TRIM(DR-STATUS) = 'Worked'
               STRING DR-CLOCK-IN(1:2) ":" DR-CLOCK-IN(3:2)
                   DELIMITED BY SIZE INTO WS-CLOCK-EDIT
           END-IF
           IF FUNCTION TRIM(DR-STATUS) = 'Worked'
               STRING DR-CLOCK-OUT(1:2) ":" DR-CLOCK-OUT(3:2)
                   DELIMITED BY SIZE INTO WS-CLOCK-OUT-EDIT
           END-IF
           DISPLAY DR-STAFF-ID " " DR-STAFF-NAME(1:20) " "
                   DR-DEPARTMENT " " DR-SHIFT " "
                   DR-SHIFT-START "-" DR-SHIFT-END " "
                   DR-STATUS " " WS-CLOCK-EDIT " "
                   WS-CLOCK-OUT-EDIT.

      *****************************************************************
      * CLOCKING IN AND OUT
      *****************************************************************
       CLOCK-IN.
           PERFORM ACCEPT-CLOCK-STAFF
           IF WS-IN-STAFF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CLOCK-TIME

           *> The first rostered shift of the day not yet clocked
           PERFORM OPEN-ROSTER-FILE
           MOVE 'N' TO WS-FOUND
           MOVE WS-CLOCK-DATE TO DR-DATE
           MOVE WS-IN-STAFF-ID TO DR-STAFF-ID
           MOVE LOW-VALUES TO DR-SHIFT
           START ROSTER-FILE KEY IS >= DR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
               READ ROSTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-DATE NOT = WS-CLOCK-DATE
                          OR DR-STAFF-ID NOT = WS-IN-STAFF-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF FUNCTION TRIM(DR-STATUS) = 'Rostered'
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FOUND = 'Y'
               MOVE WS-CLOCK-HHMM TO DR-CLOCK-IN
               MOVE 'On-shift' TO DR-STATUS
               REWRITE ROSTER-RECORD
               CLOSE ROSTER-FILE
               DISPLAY FUNCTION TRIM(DR-STAFF-NAME) " clocked in at "
                       WS-CLOCK-HHMM " for the "
                       FUNCTION TRIM(DR-SHIFT) " shift ("
                       DR-SHIFT-START "-" DR-SHIFT-END ")."
               EXIT PARAGRAPH
           END-IF
           CLOSE ROSTER-FILE

           DISPLAY FUNCTION TRIM(WS-IN-STAFF-ID)
                   " has no shift on the roster for " WS-CLOCK-DATE
                   ". Clock in for an EXTRA shift? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Not clocked in."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-STAFF-NAME = SPACES
               DISPLAY "Staff name: "
               ACCEPT WS-IN-STAFF-NAME
           END-IF
           PERFORM ACCEPT-DEPARTMENT
           IF WS-IN-DEPARTMENT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ROSTER-FILE
           INITIALIZE ROSTER-RECORD
           MOVE WS-CLOCK-DATE TO DR-DATE
           MOVE WS-IN-STAFF-ID TO DR-STAFF-ID
           MOVE 'EXTRA' TO DR-SHIFT
           MOVE WS-IN-DEPARTMENT TO DR-DEPARTMENT
           MOVE WS-IN-STAFF-NAME TO DR-STAFF-NAME
           MOVE WS-PROPERTY TO DR-PROPERTY
           MOVE WS-CLOCK-HHMM TO DR-SHIFT-START
           MOVE WS-CLOCK-HHMM TO DR-CLOCK-IN
           MOVE 'N' TO DR-ROSTERED
           MOVE 'On-shift' TO DR-STATUS
           MOVE WS-OPERATOR-ID TO DR-CREATED-BY
           WRITE ROSTER-RECORD
               INVALID KEY
                   DISPLAY "*** An EXTRA shift is already recorded "
                           "for today. ***"
               NOT INVALID KEY
                   DISPLAY "Clocked in at " WS-CLOCK-HHMM
                           " on an EXTRA shift."
           END-WRITE
           CLOSE ROSTER-FILE.

       *> The open shift is today's, or yesterday's for a night
       *> worker clocking out in the morning.
       CLOCK-OUT.
           PERFORM ACCEPT-CLOCK-STAFF
           IF WS-IN-STAFF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CLOCK-TIME
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) - 1)

           PERFORM OPEN-ROSTER-FILE
           MOVE 'N' TO WS-FOUND
           MOVE WS-YESTERDAY TO DR-DATE
           PERFORM FIND-OPEN-SHIFT
           IF WS-FOUND = 'N'
               MOVE WS-CLOCK-DATE TO DR-DATE
               PERFORM FIND-OPEN-SHIFT
           END-IF
           IF WS-FOUND = 'N'
               DISPLAY "No open shift found for "
                       FUNCTION TRIM(WS-IN-STAFF-ID)
                       " - clock in first."
               CLOSE ROSTER-FILE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-IN-MINUTES =
               FUNCTION INTEGER-OF-DATE(DR-DATE) * 1440
               + (DR-CLOCK-IN / 100) * 60
               + FUNCTION MOD(DR-CLOCK-IN, 100)
           COMPUTE WS-OUT-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 1440
               + (WS-CLOCK-HHMM / 100) * 60
               + FUNCTION MOD(WS-CLOCK-HHMM, 100)
           IF WS-OUT-MINUTES < WS-IN-MINUTES
               MOVE WS-IN-MINUTES TO WS-OUT-MINUTES
           END-IF
           COMPUTE DR-WORKED-MIN = WS-OUT-MINUTES - WS-IN-MINUTES
           MOVE WS-CLOCK-DATE TO DR-CLOCK-OUT-DATE
           MOVE WS-CLOCK-HHMM TO DR-CLOCK-OUT
           IF DR-SHIFT = 'EXTRA'
               MOVE WS-CLOCK-HHMM TO DR-SHIFT-END
           END-IF
           MOVE 'Worked' TO DR-STATUS
           REWRITE ROSTER-RECORD
           CLOSE ROSTER-FILE
           COMPUTE WS-HOURS ROUNDED = DR-WORKED-MIN / 60
           MOVE WS-HOURS TO WS-HOURS-EDIT
           DISPLAY FUNCTION TRIM(DR-STAFF-NAME) " clocked out at "
                   WS-CLOCK-HHMM " - "
                   FUNCTION TRIM(WS-HOURS-EDIT) " hours on the "
                   FUNCTION TRIM(DR-SHIFT) " shift of " DR-DATE ".".

       *> Reads forward from DR-DATE for the staff member's shift
       *> that is clocked in but not out.
       FIND-OPEN-SHIFT.
           MOVE DR-DATE TO WS-IN-DATE
           MOVE WS-IN-STAFF-ID TO DR-STAFF-ID
           MOVE LOW-VALUES TO DR-SHIFT
           START ROSTER-FILE KEY IS >= DR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
               READ ROSTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-DATE NOT = WS-IN-DATE
                          OR DR-STAFF-ID NOT = WS-IN-STAFF-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF FUNCTION TRIM(DR-STATUS) = 'On-shift'
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACCEPT-CLOCK-STAFF.
           DISPLAY "Staff / operator ID (Enter = "
                   FUNCTION TRIM(WS-OPERATOR-ID) "): "
           ACCEPT WS-IN-STAFF-ID
           IF WS-IN-STAFF-ID = SPACES
               MOVE WS-OPERATOR-ID TO WS-IN-STAFF-ID
           END-IF
           IF WS-IN-STAFF-ID = SPACES
               DISPLAY "Staff ID cannot be empty."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-STAFF-NAME.

       TAKE-CLOCK-TIME.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-CLOCK-DATE
           COMPUTE WS-CLOCK-HHMM =
               WS-CURRENT-HOURS * 100 + WS-CURRENT-MINUTES.

       LOOKUP-STAFF-NAME.
           MOVE SPACES TO WS-IN-STAFF-NAME
           OPEN INPUT OPERATORS-FILE
           IF OP-FILE-OK
               MOVE WS-IN-STAFF-ID TO OP-ID
               READ OPERATORS-FILE KEY IS OP-ID
                   NOT INVALID KEY
                       MOVE OP-NAME TO WS-IN-STAFF-NAME
               END-READ
           END-IF
           CLOSE OPERATORS-FILE.

      *****************************************************************
      * MONTHLY ATTENDANCE AND HOURS
      * One line per person for payroll: shifts rostered, worked,
      * extra (clocked with no roster), absent - marked absent, or a
      * past rostered shift never clocked - late arrivals (clocked
      * in more than 10 minutes after the rostered start), shifts
      * still open, and hours from the clock times.
      *****************************************************************
       MONTHLY-ATTENDANCE.
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "The payroll report requires a Manager or "
                       "Supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           DISPLAY "Month (YYYYMM, 0 = this month): "
           ACCEPT WS-IN-MONTH
           IF WS-IN-MONTH = 0
               MOVE WS-CURRENT-DATE-NUM(1:6) TO WS-IN-MONTH
           END-IF

           MOVE 0 TO WS-AT-COUNT
           OPEN INPUT ROSTER-FILE
           IF DR-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROSTER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DR-DATE(1:6) = WS-IN-MONTH
                              AND (DR-PROPERTY = WS-PROPERTY
                                   OR (DR-PROPERTY = SPACES
                                       AND WS-PROPERTY = 'MAIN'))
                              AND FUNCTION TRIM(DR-STATUS)
                                  NOT = 'Cancelled'
                               PERFORM TALLY-ONE-SHIFT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROSTER-FILE

           PERFORM WRITE-ATTENDANCE-REPORT.

       TALLY-ONE-SHIFT.
           PERFORM FIND-ATTENDANCE-ROW
           IF WS-AT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF DR-ROSTERED = 'Y'
               ADD 1 TO WS-AT-ROSTERED(WS-AT-IDX)
           ELSE
               ADD 1 TO WS-AT-EXTRA(WS-AT-IDX)
           END-IF
           EVALUATE FUNCTION TRIM(DR-STATUS)
               WHEN 'Worked'
                   ADD 1 TO WS-AT-WORKED(WS-AT-IDX)
                   ADD DR-WORKED-MIN TO WS-AT-MINUTES(WS-AT-IDX)
               WHEN 'On-shift'
                   ADD 1 TO WS-AT-OPEN(WS-AT-IDX)
               WHEN 'Absent'
                   ADD 1 TO WS-AT-ABSENT(WS-AT-IDX)
               WHEN 'Rostered'
                   IF DR-DATE < WS-CURRENT-DATE-NUM
                       ADD 1 TO WS-AT-ABSENT(WS-AT-IDX)
                   END-IF
           END-EVALUATE
           IF DR-ROSTERED = 'Y'
              AND (FUNCTION TRIM(DR-STATUS) = 'Worked'
                   OR FUNCTION TRIM(DR-STATUS) = 'On-shift')
               COMPUTE WS-IN-MINUTES =
                   (DR-CLOCK-IN / 100) * 60
                   + FUNCTION MOD(DR-CLOCK-IN, 100)
               COMPUTE WS-OUT-MINUTES =
                   (DR-SHIFT-START / 100) * 60
                   + FUNCTION MOD(DR-SHIFT-START, 100)
                   + WS-LATE-GRACE
               IF WS-IN-MINUTES > WS-OUT-MINUTES
                   ADD 1 TO WS-AT-LATE(WS-AT-IDX)
               END-IF
           END-IF.

       *> Find the person's row, or open one in staff ID order
       FIND-ATTENDANCE-ROW.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-STAFF-ID(WS-AT-IDX) >= DR-STAFF-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AT-IDX <= WS-AT-COUNT
               IF WS-AT-STAFF-ID(WS-AT-IDX) = DR-STAFF-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-AT-COUNT >= 150
               MOVE 0 TO WS-AT-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AT-SHIFT-IDX FROM WS-AT-COUNT BY -1
                   UNTIL WS-AT-SHIFT-IDX < WS-AT-IDX
               MOVE WS-AT-ENTRY(WS-AT-SHIFT-IDX) TO WS-AT-HOLD
               MOVE WS-AT-HOLD TO WS-AT-ENTRY(WS-AT-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-AT-COUNT
           MOVE DR-STAFF-ID TO WS-AT-STAFF-ID(WS-AT-IDX)
           MOVE DR-STAFF-NAME TO WS-AT-NAME(WS-AT-IDX)
           MOVE DR-DEPARTMENT TO WS-AT-DEPT(WS-AT-IDX)
           MOVE 0 TO WS-AT-ROSTERED(WS-AT-IDX)
           MOVE 0 TO WS-AT-WORKED(WS-AT-IDX)
           MOVE 0 TO WS-AT-EXTRA(WS-AT-IDX)
           MOVE 0 TO WS-AT-ABSENT(WS-AT-IDX)
           MOVE 0 TO WS-AT-LATE(WS-AT-IDX)
           MOVE 0 TO WS-AT-OPEN(WS-AT-IDX)
           MOVE 0 TO WS-AT-MINUTES(WS-AT-IDX).

       WRITE-ATTENDANCE-REPORT.
           MOVE 0 TO WS-TOT-WORKED
           MOVE 0 TO WS-TOT-MINUTES
           OPEN OUTPUT ATTEND-REPORT-FILE
           MOVE SPACES TO AT-LINE
           STRING "ATTENDANCE AND HOURS FOR PAYROLL - MONTH "
               WS-IN-MONTH "   PROPERTY " WS-PROPERTY
               "   RUN " WS-CURRENT-DATE-NUM
               DELIMITED BY SIZE INTO AT-LINE
           WRITE AT-LINE
           MOVE ALL "=" TO AT-LINE
           WRITE AT-LINE
           MOVE "STAFF NAME                 DEPARTMENT   ROST WORK EXTR"
               TO AT-LINE
           MOVE " ABS LATE OPEN      HOURS" TO AT-LINE(55:)
           WRITE AT-LINE
           MOVE ALL "-" TO AT-LINE
           WRITE AT-LINE
           DISPLAY "ATTENDANCE FOR " WS-IN-MONTH

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               ADD WS-AT-WORKED(WS-AT-IDX) TO WS-TOT-WORKED
               ADD WS-AT-MINUTES(WS-AT-IDX) TO WS-TOT-MINUTES
               COMPUTE WS-HOURS ROUNDED =
                   WS-AT-MINUTES(WS-AT-IDX) / 60
               MOVE WS-HOURS TO WS-HOURS-EDIT
               MOVE SPACES TO WS-DETAIL
               MOVE WS-AT-STAFF-ID(WS-AT-IDX) TO WS-DETAIL(1:5)
               MOVE WS-AT-NAME(WS-AT-IDX)(1:20) TO WS-DETAIL(7:20)
               MOVE WS-AT-DEPT(WS-AT-IDX) TO WS-DETAIL(28:12)
               MOVE WS-AT-ROSTERED(WS-AT-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DETAIL(42:3)
               MOVE WS-AT-WORKED(WS-AT-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DETAIL(47:3)
               MOVE WS-AT-EXTRA(WS-AT-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DETAIL(52:3)
               MOVE WS-AT-ABSENT(WS-AT-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DETAIL(56:3)
               MOVE WS-AT-LATE(WS-AT-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DETAIL(61:3)
               MOVE WS-AT-OPEN(WS-AT-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DETAIL(66:3)
               MOVE WS-HOURS-EDIT TO WS-DETAIL(71:9)
               MOVE WS-DETAIL TO AT-LINE
               WRITE AT-LINE
               DISPLAY WS-DETAIL(1:79)
           END-PERFORM

           MOVE ALL "-" TO AT-LINE
           WRITE AT-LINE
           COMPUTE WS-HOURS ROUNDED = WS-TOT-MINUTES / 60
           MOVE WS-HOURS TO WS-HOURS-EDIT
           MOVE SPACES TO AT-LINE
           STRING "STAFF: " WS-AT-COUNT "   SHIFTS WORKED: "
               WS-TOT-WORKED "   TOTAL HOURS: " WS-HOURS-EDIT
               DELIMITED BY SIZE INTO AT-LINE
           WRITE AT-LINE
           MOVE "ABS includes rostered shifts never clocked."
               TO AT-LINE
           WRITE AT-LINE
           CLOSE ATTEND-REPORT-FILE

           MOVE 'ATTENDANCE' TO RCA-REPORT-NAME
           MOVE '../DATA/ATTEND.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Staff: " WS-AT-COUNT "   Total hours: "
                   WS-HOURS-EDIT
           DISPLAY "Report written to ATTEND.RPT".

      *****************************************************************
      * FILE PROCEDURES
      *****************************************************************
       OPEN-ROSTER-FILE.
           OPEN I-O ROSTER-FILE
           IF DR-FILE-ERROR
               CLOSE ROSTER-FILE
               OPEN OUTPUT ROSTER-FILE
               CLOSE ROSTER-FILE
               OPEN I-O ROSTER-FILE
           END-IF.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           MOVE 'MAIN' TO WS-PROPERTY
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
                       IF SESSION-PROPERTY NOT = SPACES
                           MOVE SESSION-PROPERTY TO WS-PROPERTY
                       END-IF
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM dutyRoster.
