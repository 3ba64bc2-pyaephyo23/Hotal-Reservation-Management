       IDENTIFICATION DIVISION.
       PROGRAM-ID. reportArchive.

      *****************************************************************
      * REPORT ARCHIVE
      * One index over every report the system writes. Each run is
      * catalogued by reportCatalog as it is produced (REPORTCAT.DAT)
      * with its own archived copy, so "the shift handover from last
      * Tuesday" is a filter away rather than a hunt through DATA.
      * A run can be redisplayed on screen or reprinted to
      * REPRINT.RPT with a banner naming the original run. Retention
      * is per report name in RPTRETAIN.DAT (days after the business
      * date); reports with no rule of their own keep the house
      * default of 90 days. The purge deletes the archived copy and
      * the catalog entry together.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO '../DATA/REPORTCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-FILE-STATUS.
           SELECT RETENTION-FILE ASSIGN TO '../DATA/RPTRETAIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRT-REPORT-NAME
               FILE STATUS IS WS-RRT-FILE-STATUS.
           SELECT ARCHIVED-REPORT-FILE ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO '../DATA/REPRINT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY "./CopyBooks/RPTCAT.cpy".

       FD  RETENTION-FILE.
       COPY "./CopyBooks/RPTRETAIN.cpy".

       FD  ARCHIVED-REPORT-FILE.
       01  AR-LINE                 PIC X(132).

       FD  REPRINT-FILE.
       01  RP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPC-FILE-STATUS      PIC 99.
           88 RPC-FILE-OK          VALUE 00.
           88 RPC-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-RRT-FILE-STATUS      PIC 99.
           88 RRT-FILE-OK          VALUE 00.
           88 RRT-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-ARC-FILE-STATUS      PIC 99.
           88 ARC-FILE-OK          VALUE 00.
           88 ARC-FILE-ERROR       VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-ARC-EOF              PIC X.
       01  WS-DUMMY-INPUT          PIC X.

       *> Catalog filter
       01  WS-FILTER-NAME          PIC X(16).
       01  WS-FILTER-FROM          PIC 9(8).
       01  WS-FILTER-TO            PIC 9(8).
       01  WS-FILTER-PROPERTY      PIC X(4).
       01  WS-MATCH-COUNT          PIC 9(5).

       01  WS-IN-RPC-ID            PIC 9(5).
       01  WS-FOUND                PIC X.
       01  WS-ARCHIVE-PATH         PIC X(40).
       01  WS-RUN-NAME             PIC X(16).
       01  WS-RUN-ID               PIC 9(5).
       01  WS-RUN-BUS-DATE         PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(6).
       01  WS-RUN-OPERATOR         PIC X(5).
       01  WS-LINE-COUNT           PIC 9(7).
       01  WS-PAGE-LINES           PIC 9(2).

       *> Retention
       01  WS-DEFAULT-KEEP-DAYS    PIC 9(4) VALUE 90.
       01  WS-IN-REPORT-NAME       PIC X(16).
       01  WS-IN-KEEP-DAYS         PIC 9(4).
       01  WS-KEEP-DAYS            PIC 9(4).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-RUN-INT              PIC 9(7).
       01  WS-AGE-DAYS             PIC S9(7).
       01  WS-PURGE-COUNT          PIC 9(5).
       01  WS-KEPT-COUNT           PIC 9(5).
       01  WS-CONFIRM              PIC X.
       01  WS-CALL-STATUS          PIC S9(9) COMP.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   REPORT ARCHIVE"
               DISPLAY "=========================================="
               DISPLAY "1. List / filter catalogued runs"
               DISPLAY "2. Redisplay a run"
               DISPLAY "3. Reprint a run (REPRINT.RPT)"
               DISPLAY "4. Retention rules"
               DISPLAY "5. Purge runs past retention"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-CATALOG
                   WHEN 2
                       PERFORM REDISPLAY-RUN
                   WHEN 3
                       PERFORM REPRINT-RUN
                   WHEN 4
                       PERFORM RETENTION-MENU
                   WHEN 5
                       PERFORM PURGE-PAST-RETENTION
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * CATALOG LISTING
      *****************************************************************
       LIST-CATALOG.
           DISPLAY "Report name (blank = all, e.g. HANDOVER): "
           ACCEPT WS-FILTER-NAME
           MOVE FUNCTION UPPER-CASE(WS-FILTER-NAME) TO WS-FILTER-NAME
           DISPLAY "Business date from (YYYYMMDD, 0 = any): "
           ACCEPT WS-FILTER-FROM
           DISPLAY "Business date to   (YYYYMMDD, 0 = any): "
           ACCEPT WS-FILTER-TO
           IF WS-FILTER-TO = 0
               MOVE 99999999 TO WS-FILTER-TO
           END-IF
           DISPLAY "Property (blank = all): "
           ACCEPT WS-FILTER-PROPERTY
           MOVE FUNCTION UPPER-CASE(WS-FILTER-PROPERTY)
               TO WS-FILTER-PROPERTY

           OPEN INPUT CATALOG-FILE
           IF RPC-FILE-ERROR
               DISPLAY "No reports catalogued yet."
               CLOSE CATALOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MATCH-COUNT
           DISPLAY "ID    REPORT           BUS DATE RUN DATE TIME   "
                   "OPER  PROP FILE"
           DISPLAY "---------------------------------------------------"
                   "--------------------------"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (WS-FILTER-NAME = SPACES
                           OR RPC-REPORT-NAME = WS-FILTER-NAME)
                          AND RPC-BUSINESS-DATE >= WS-FILTER-FROM
                          AND RPC-BUSINESS-DATE <= WS-FILTER-TO
                          AND (WS-FILTER-PROPERTY = SPACES
                           OR RPC-PROPERTY = WS-FILTER-PROPERTY)
                           ADD 1 TO WS-MATCH-COUNT
                           DISPLAY RPC-ID " " RPC-REPORT-NAME " "
                                   RPC-BUSINESS-DATE " " RPC-RUN-DATE
                                   " " RPC-RUN-TIME " "
                                   RPC-OPERATOR-ID " " RPC-PROPERTY " "
                                   FUNCTION TRIM(RPC-SOURCE-FILE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           DISPLAY "Runs listed: " WS-MATCH-COUNT.

       FIND-CATALOG-RUN.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Catalog id: "
           ACCEPT WS-IN-RPC-ID
           OPEN INPUT CATALOG-FILE
           IF RPC-FILE-ERROR
               DISPLAY "No reports catalogued yet."
               CLOSE CATALOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-RPC-ID TO RPC-ID
           READ CATALOG-FILE KEY IS RPC-ID
               INVALID KEY
                   DISPLAY "No catalogued run " WS-IN-RPC-ID "."
               NOT INVALID KEY
                   IF RPC-ARCHIVE-FILE = SPACES
                       DISPLAY "Run " WS-IN-RPC-ID " has no archived "
                               "copy."
                   ELSE
                       MOVE 'Y' TO WS-FOUND
                       MOVE RPC-ARCHIVE-FILE TO WS-ARCHIVE-PATH
                       MOVE RPC-ID TO WS-RUN-ID
                       MOVE RPC-REPORT-NAME TO WS-RUN-NAME
                       MOVE RPC-BUSINESS-DATE TO WS-RUN-BUS-DATE
                       MOVE RPC-RUN-DATE TO WS-RUN-DATE
                       MOVE RPC-RUN-TIME TO WS-RUN-TIME
                       MOVE RPC-OPERATOR-ID TO WS-RUN-OPERATOR
                   END-IF
           END-READ
           CLOSE CATALOG-FILE.

      *****************************************************************
      * REDISPLAY AND REPRINT
      *****************************************************************
       REDISPLAY-RUN.
           PERFORM FIND-CATALOG-RUN
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVED-REPORT-FILE
           IF ARC-FILE-ERROR
               DISPLAY "Archived copy " FUNCTION TRIM(WS-ARCHIVE-PATH)
                       " is missing."
               CLOSE ARCHIVED-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=== " FUNCTION TRIM(WS-RUN-NAME)
                   " - BUSINESS DATE " WS-RUN-BUS-DATE
                   " - RUN " WS-RUN-DATE " " WS-RUN-TIME " ==="
           MOVE 0 TO WS-PAGE-LINES
           MOVE 'N' TO WS-ARC-EOF
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ ARCHIVED-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END
                       DISPLAY FUNCTION TRIM(AR-LINE TRAILING)
                       ADD 1 TO WS-PAGE-LINES
                       IF WS-PAGE-LINES >= 20
                           MOVE 0 TO WS-PAGE-LINES
                           DISPLAY "-- ENTER for more, Q to stop --"
                           ACCEPT WS-DUMMY-INPUT
                           IF WS-DUMMY-INPUT = 'Q'
                              OR WS-DUMMY-INPUT = 'q'
                               MOVE 'Y' TO WS-ARC-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-REPORT-FILE
           DISPLAY "=== END OF REPORT ===".

       REPRINT-RUN.
           PERFORM FIND-CATALOG-RUN
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVED-REPORT-FILE
           IF ARC-FILE-ERROR
               DISPLAY "Archived copy " FUNCTION TRIM(WS-ARCHIVE-PATH)
                       " is missing."
               CLOSE ARCHIVED-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPRINT-FILE
           MOVE SPACES TO RP-LINE
           STRING "*** REPRINT OF " WS-RUN-NAME
               " CATALOG RUN " WS-RUN-ID
               " BUSINESS DATE " WS-RUN-BUS-DATE
               " RUN " WS-RUN-DATE " " WS-RUN-TIME
               " BY " WS-RUN-OPERATOR " ***"
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-ARC-EOF
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ ARCHIVED-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END
                       MOVE AR-LINE TO RP-LINE
                       WRITE RP-LINE
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-REPORT-FILE
           CLOSE REPRINT-FILE
           DISPLAY WS-LINE-COUNT " lines reprinted to REPRINT.RPT".

      *****************************************************************
      * RETENTION RULES (RPTRETAIN.DAT)
      *****************************************************************
       RETENTION-MENU.
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "--- REPORT RETENTION RULES ---"
               DISPLAY "1. List rules"
               DISPLAY "2. Add or change a rule"
               DISPLAY "3. Remove a rule"
               DISPLAY "9. Back"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-RETENTION-RULES
                   WHEN 2
                       PERFORM UPSERT-RETENTION-RULE
                   WHEN 3
                       PERFORM DELETE-RETENTION-RULE
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-EXIT-FLAG.

       LIST-RETENTION-RULES.
           DISPLAY "Reports with no rule keep " WS-DEFAULT-KEEP-DAYS
                   " days."
           OPEN INPUT RETENTION-FILE
           IF RRT-FILE-ERROR
               DISPLAY "No retention rules on file."
               CLOSE RETENTION-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPORT           KEEP DAYS"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETENTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY RRT-REPORT-NAME " " RRT-KEEP-DAYS
               END-READ
           END-PERFORM
           CLOSE RETENTION-FILE
           MOVE 'N' TO WS-EOF.

       UPSERT-RETENTION-RULE.
           DISPLAY "Report name (e.g. HANDOVER, NIGHTAUDIT): "
           ACCEPT WS-IN-REPORT-NAME
           MOVE FUNCTION UPPER-CASE(WS-IN-REPORT-NAME)
               TO WS-IN-REPORT-NAME
           IF WS-IN-REPORT-NAME = SPACES
               DISPLAY "Report name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Days to keep after the business date: "
           ACCEPT WS-IN-KEEP-DAYS
           IF WS-IN-KEEP-DAYS = 0
               DISPLAY "Keep at least one day."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RETENTION-FILE
           IF RRT-FILE-ERROR
               CLOSE RETENTION-FILE
               OPEN OUTPUT RETENTION-FILE
               CLOSE RETENTION-FILE
               OPEN I-O RETENTION-FILE
           END-IF
           MOVE WS-IN-REPORT-NAME TO RRT-REPORT-NAME
           READ RETENTION-FILE KEY IS RRT-REPORT-NAME
               INVALID KEY
                   MOVE WS-IN-REPORT-NAME TO RRT-REPORT-NAME
                   MOVE WS-IN-KEEP-DAYS TO RRT-KEEP-DAYS
                   WRITE REPORT-RETENTION-RECORD
               NOT INVALID KEY
                   MOVE WS-IN-KEEP-DAYS TO RRT-KEEP-DAYS
                   REWRITE REPORT-RETENTION-RECORD
           END-READ
           CLOSE RETENTION-FILE
           DISPLAY FUNCTION TRIM(WS-IN-REPORT-NAME) " kept for "
                   WS-IN-KEEP-DAYS " days.".

       DELETE-RETENTION-RULE.
           DISPLAY "Report name to remove: "
           ACCEPT WS-IN-REPORT-NAME
           MOVE FUNCTION UPPER-CASE(WS-IN-REPORT-NAME)
               TO WS-IN-REPORT-NAME
           OPEN I-O RETENTION-FILE
           IF RRT-FILE-ERROR
               DISPLAY "No retention rules on file."
               CLOSE RETENTION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-REPORT-NAME TO RRT-REPORT-NAME
           READ RETENTION-FILE KEY IS RRT-REPORT-NAME
               INVALID KEY
                   DISPLAY "Rule not found."
               NOT INVALID KEY
                   DELETE RETENTION-FILE
                   DISPLAY "Rule removed - default "
                           WS-DEFAULT-KEEP-DAYS " days applies."
           END-READ
           CLOSE RETENTION-FILE.

      *****************************************************************
      * PURGE
      *****************************************************************
       PURGE-PAST-RETENTION.
           DISPLAY "Delete archived runs past their retention? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Purge cancelled."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE 0 TO WS-PURGE-COUNT
           MOVE 0 TO WS-KEPT-COUNT

           OPEN INPUT RETENTION-FILE
           OPEN I-O CATALOG-FILE
           IF RPC-FILE-ERROR
               DISPLAY "No reports catalogued yet."
               CLOSE CATALOG-FILE
               CLOSE RETENTION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM JUDGE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           CLOSE RETENTION-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "Runs purged: " WS-PURGE-COUNT
                   "  kept: " WS-KEPT-COUNT.

       JUDGE-ONE-RUN.
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-KEEP-DAYS
           IF RRT-FILE-OK
               MOVE RPC-REPORT-NAME TO RRT-REPORT-NAME
               READ RETENTION-FILE KEY IS RRT-REPORT-NAME
                   NOT INVALID KEY
                       MOVE RRT-KEEP-DAYS TO WS-KEEP-DAYS
               END-READ
           END-IF
           IF RPC-BUSINESS-DATE = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(RPC-BUSINESS-DATE) NOT = 0
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(RPC-BUSINESS-DATE)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RUN-INT
           IF WS-AGE-DAYS <= WS-KEEP-DAYS
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RPC-ARCHIVE-FILE NOT = SPACES
               MOVE RPC-ARCHIVE-FILE TO WS-ARCHIVE-PATH
               CALL 'CBL_DELETE_FILE' USING WS-ARCHIVE-PATH
                   RETURNING WS-CALL-STATUS
           END-IF
           DELETE CATALOG-FILE
           ADD 1 TO WS-PURGE-COUNT.

       END PROGRAM reportArchive.
