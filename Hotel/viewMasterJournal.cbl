       IDENTIFICATION DIVISION.
       PROGRAM-ID. viewMasterJournal.

      *****************************************************************
      * MASTER-DATA CHANGE JOURNAL INQUIRY
      * Reads back MDJOURNAL.DAT, where masterJournal records every
      * add, change and removal the maintenance programs make to
      * rooms, room types, rates, the rate calendar, services,
      * contracts, promotions, operators and customers. The filters
      * combine - file, key, operator and a date range, any left
      * blank or zero meaning all - and each row can be shown with
      * the record as it stood before and after. The filtered rows
      * can be dumped to MDJOURNAL.RPT for the auditors. The images
      * carry customer personal data, so only a Manager or
      * Supervisor may look.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MDJOURNAL-FILE ASSIGN TO '../DATA/MDJOURNAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJ-ID
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO '../DATA/MDJOURNAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MDJOURNAL-FILE.
       COPY "./CopyBooks/MDJOURNAL.cpy".

       FD  EXTRACT-FILE.
       01  EX-LINE                 PIC X(320).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-MJ-FILE-STATUS       PIC 99.
           88 MJ-FILE-OK           VALUE 00.
           88 MJ-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MATCH                PIC X.
       01  WS-MATCH-COUNT          PIC 9(5).
       01  WS-EXTRACT-CHOICE       PIC X.
       01  WS-EXTRACT-OPEN         PIC X VALUE 'N'.
       01  WS-IMAGES-CHOICE        PIC X.

       *> Active filters - blank or zero matches every row
       01  WS-FILTER-FILE          PIC X(10).
       01  WS-FILTER-KEY           PIC X(48).
       01  WS-FILTER-KEY-LEN       PIC 99.
       01  WS-FILTER-OPERATOR      PIC X(5).
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-TO-DATE              PIC 9(8).

       01  WS-ROW-LINE             PIC X(100).
       01  WS-IMAGE-TEXT           PIC X(300).
       01  WS-IMAGE-LABEL          PIC X(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Supervisor'
               DISPLAY "The change journal requires a Manager or "
                       "Supervisor sign-on."
               GOBACK
           END-IF
           MOVE 'N' TO WS-EXIT-FLAG
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "     MASTER-DATA CHANGE JOURNAL"
               DISPLAY "***********************************************"
               DISPLAY "1. Search the journal"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM GET-JOURNAL-FILTERS
                       PERFORM RUN-FILTERED-INQUIRY
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

       GET-JOURNAL-FILTERS.
           DISPLAY "File (ROOMS, ROOMTYPES, RATES, RATECAL, SERVICES,"
           DISPLAY "      CONTRACTS, PROMOS, OPERATORS, CUSTOMERS ..."
           DISPLAY "      blank = all): "
           ACCEPT WS-FILTER-FILE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FILTER-FILE))
               TO WS-FILTER-FILE
           DISPLAY "Key as stored, or its leading part (e.g. 101, "
                   "00042; blank = all): "
           ACCEPT WS-FILTER-KEY
           MOVE FUNCTION TRIM(WS-FILTER-KEY) TO WS-FILTER-KEY
           MOVE 0 TO WS-FILTER-KEY-LEN
           IF WS-FILTER-KEY NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-KEY))
                   TO WS-FILTER-KEY-LEN
           END-IF
           DISPLAY "Operator ID (blank = all): "
           ACCEPT WS-FILTER-OPERATOR
           DISPLAY "From date (YYYYMMDD, 0 = from the start): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To date (YYYYMMDD, 0 = to date): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           DISPLAY "Show the before and after images? (Y/N): "
           ACCEPT WS-IMAGES-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-IMAGES-CHOICE)
               TO WS-IMAGES-CHOICE.

       RUN-FILTERED-INQUIRY.
           DISPLAY "Also dump matching rows to MDJOURNAL.RPT? "
                   "(Y/N): "
           ACCEPT WS-EXTRACT-CHOICE
           MOVE 'N' TO WS-EXTRACT-OPEN
           IF WS-EXTRACT-CHOICE = 'Y' OR WS-EXTRACT-CHOICE = 'y'
               OPEN OUTPUT EXTRACT-FILE
               MOVE 'Y' TO WS-EXTRACT-OPEN
               MOVE "MASTER-DATA CHANGE JOURNAL EXTRACT" TO EX-LINE
               WRITE EX-LINE
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           OPEN INPUT MDJOURNAL-FILE
           IF MJ-FILE-ERROR
               DISPLAY "No change journal on file."
               IF WS-EXTRACT-OPEN = 'Y'
                   CLOSE EXTRACT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ID     DATE     TIME   FILE       ACTION   "
                   "OPER  PROGRAM          KEY"
           DISPLAY "-----------------------------------------------"
                   "---------------------------"

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MDJOURNAL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-FILTER-MATCH
                       IF WS-MATCH = 'Y'
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM SHOW-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MDJOURNAL-FILE

           DISPLAY "-----------------------------------------------"
                   "---------------------------"
           DISPLAY "Matching rows: " WS-MATCH-COUNT

           IF WS-EXTRACT-OPEN = 'Y'
               MOVE SPACES TO EX-LINE
               STRING "MATCHING ROWS: " WS-MATCH-COUNT
                   DELIMITED BY SIZE INTO EX-LINE
               WRITE EX-LINE
               CLOSE EXTRACT-FILE
               MOVE 'MDJOURNAL' TO RCA-REPORT-NAME
               MOVE '../DATA/MDJOURNAL.RPT' TO RCA-REPORT-FILE
               MOVE 0 TO RCA-BUSINESS-DATE
               CALL 'reportCatalog' USING REPORT-CATALOG-AREA
               DISPLAY "Extract written to MDJOURNAL.RPT"
           END-IF.

       CHECK-FILTER-MATCH.
           MOVE 'Y' TO WS-MATCH
           IF WS-FILTER-FILE NOT = SPACES
              AND MJ-FILE NOT = WS-FILTER-FILE
               MOVE 'N' TO WS-MATCH
           END-IF
           IF WS-FILTER-KEY-LEN > 0
               IF MJ-KEY(1:WS-FILTER-KEY-LEN) NOT =
                  WS-FILTER-KEY(1:WS-FILTER-KEY-LEN)
                   MOVE 'N' TO WS-MATCH
               END-IF
           END-IF
           IF WS-FILTER-OPERATOR NOT = SPACES
              AND FUNCTION UPPER-CASE(MJ-OPERATOR) NOT =
                  FUNCTION UPPER-CASE(WS-FILTER-OPERATOR)
               MOVE 'N' TO WS-MATCH
           END-IF
           IF MJ-DATE < WS-FROM-DATE OR MJ-DATE > WS-TO-DATE
               MOVE 'N' TO WS-MATCH
           END-IF.

       SHOW-JOURNAL-ROW.
           MOVE SPACES TO WS-ROW-LINE
           STRING MJ-ID "  " MJ-DATE " " MJ-TIME " " MJ-FILE " "
               MJ-ACTION " " MJ-OPERATOR " " MJ-PROGRAM "  "
               FUNCTION TRIM(MJ-KEY)
               DELIMITED BY SIZE INTO WS-ROW-LINE
           DISPLAY FUNCTION TRIM(WS-ROW-LINE TRAILING)
           IF WS-EXTRACT-OPEN = 'Y'
               MOVE WS-ROW-LINE TO EX-LINE
               WRITE EX-LINE
           END-IF
           IF WS-IMAGES-CHOICE = 'Y'
               MOVE 'Before: ' TO WS-IMAGE-LABEL
               MOVE MJ-BEFORE TO WS-IMAGE-TEXT
               PERFORM SHOW-RECORD-IMAGE
               MOVE 'After : ' TO WS-IMAGE-LABEL
               MOVE MJ-AFTER TO WS-IMAGE-TEXT
               PERFORM SHOW-RECORD-IMAGE
           END-IF.

       *> An add has no before image and a removal no after image.
       SHOW-RECORD-IMAGE.
           IF WS-IMAGE-TEXT = SPACES
               MOVE '(none)' TO WS-IMAGE-TEXT
           END-IF
           DISPLAY "    " WS-IMAGE-LABEL
                   FUNCTION TRIM(WS-IMAGE-TEXT TRAILING)
           IF WS-EXTRACT-OPEN = 'Y'
               MOVE SPACES TO EX-LINE
               STRING "    " WS-IMAGE-LABEL WS-IMAGE-TEXT
                   DELIMITED BY SIZE INTO EX-LINE
               WRITE EX-LINE
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

       END PROGRAM viewMasterJournal.
