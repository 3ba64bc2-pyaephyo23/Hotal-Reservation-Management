       IDENTIFICATION DIVISION.
       PROGRAM-ID. reportCatalog.

      *****************************************************************
      * REPORT CATALOG REGISTRATION (CALLED SUBPROGRAM)
      * Every program that writes a report calls here once the report
      * file is closed. Most reports keep one fixed name and the next
      * run overwrites it, so the finished file is copied to its own
      * archive name (RAnnnnn.ARC, nnnnn the catalog id) and the run
      * goes onto REPORTCAT.DAT with the report name, business date,
      * run date and time, the signed-on operator and property from
      * SESSION.DAT, and both file names. The business date is the
      * caller's when it passes one (the night audit closing a day),
      * otherwise the house date in BUSDATE.DAT, otherwise today.
      * reportArchive lists, redisplays, reprints and purges them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO '../DATA/REPORTCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-ID
               FILE STATUS IS WS-RPC-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO '../DATA/BUSDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT COUNTERS-FILE ASSIGN TO '../DATA/COUNTERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY "./CopyBooks/RPTCAT.cpy".

       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RPC-FILE-STATUS      PIC 99.
           88 RPC-FILE-OK          VALUE 00.
           88 RPC-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-BD-FILE-STATUS       PIC 99.
           88 BD-FILE-OK           VALUE 00.
           88 BD-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-CTR-FILE-STATUS      PIC 99.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-SEED-EOF             PIC X.

       01  WS-NEXT-RPC-ID          PIC 9(5).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-PROPERTY             PIC X(4).
       01  WS-ARCHIVE-PATH         PIC X(40).
       01  WS-CALL-STATUS          PIC S9(9) COMP.

       01  WS-NOW                  PIC X(21).

       LINKAGE SECTION.
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION USING REPORT-CATALOG-AREA.
       MAIN-PROCEDURE.
           MOVE 0 TO RCA-CATALOG-ID
           IF RCA-REPORT-FILE = SPACES
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           MOVE RCA-BUSINESS-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = 0
               PERFORM READ-BUSINESS-DATE
           END-IF
           PERFORM READ-SESSION-DETAILS

           PERFORM GENERATE-NEXT-RPC-ID
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING "../DATA/RA" WS-NEXT-RPC-ID ".ARC"
               DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
           CALL 'CBL_COPY_FILE' USING RCA-REPORT-FILE WS-ARCHIVE-PATH
               RETURNING WS-CALL-STATUS
           *> No copy (file never written) - still catalogue the
           *> run, pointing at the file it was meant to produce.
           IF WS-CALL-STATUS NOT = 0
               MOVE SPACES TO WS-ARCHIVE-PATH
           END-IF

           OPEN I-O CATALOG-FILE
           IF RPC-FILE-ERROR
               CLOSE CATALOG-FILE
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN I-O CATALOG-FILE
           END-IF
           INITIALIZE REPORT-CATALOG-RECORD
           MOVE WS-NEXT-RPC-ID TO RPC-ID
           MOVE RCA-REPORT-NAME TO RPC-REPORT-NAME
           MOVE WS-BUSINESS-DATE TO RPC-BUSINESS-DATE
           MOVE WS-NOW(1:8) TO RPC-RUN-DATE
           MOVE WS-NOW(9:6) TO RPC-RUN-TIME
           MOVE WS-OPERATOR-ID TO RPC-OPERATOR-ID
           MOVE WS-PROPERTY TO RPC-PROPERTY
           MOVE RCA-REPORT-FILE TO RPC-SOURCE-FILE
           MOVE WS-ARCHIVE-PATH TO RPC-ARCHIVE-FILE
           WRITE REPORT-CATALOG-RECORD
               NOT INVALID KEY
                   MOVE WS-NEXT-RPC-ID TO RCA-CATALOG-ID
           END-WRITE
           CLOSE CATALOG-FILE
           GOBACK.

       READ-BUSINESS-DATE.
           MOVE WS-NOW(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSDATE-FILE
           IF BD-FILE-OK
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                          AND BD-BUSINESS-DATE > 0
                           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE BUSDATE-FILE.

       *> Night-run jobs have no terminal session behind them; the
       *> last sign-on's details are what SESSION.DAT still holds.
       READ-SESSION-DETAILS.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE 'MAIN' TO WS-PROPERTY
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       IF SESSION-PROPERTY NOT = SPACES
                           MOVE SESSION-PROPERTY TO WS-PROPERTY
                       END-IF
               END-READ
           END-IF
           CLOSE SESSION-FILE.

      *****************************************************************
      * ID GENERATION PROCEDURES
      *****************************************************************
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

       GENERATE-NEXT-RPC-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'REPORTCAT' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-RPC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-RPC-ID
           CLOSE COUNTERS-FILE.

       SEED-RPC-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT CATALOG-FILE
           IF RPC-FILE-OK
               MOVE 'N' TO WS-SEED-EOF
               PERFORM UNTIL WS-SEED-EOF = 'Y'
                   READ CATALOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-EOF
                       NOT AT END
                           IF RPC-ID > COUNTER-NEXT-ID
                               MOVE RPC-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CATALOG-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'REPORTCAT' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       END PROGRAM reportCatalog.
