       IDENTIFICATION DIVISION.
       PROGRAM-ID. layoutCheck.

      *****************************************************************
      * RECORD-LAYOUT VERSION CHECK (CALLED SUBPROGRAM)
      * Every data file's record layout carries a version number.
      * The versions this release is built for are in LAYOUTVER.cpy;
      * the versions the files on disk were actually written in are
      * stamped one line per file in LAYOUTS.DAT. The stamps live in
      * that control file rather than in a header record inside each
      * data file because nearly every program reads the indexed
      * files from the first record to the last and would trip over
      * a header row. Sign-on and the night run call here before
      * anything opens a data file; a file stamped with a version
      * other than the one expected must go through upgradeFiles
      * first.
      *   C  check every file - counts mismatched and unstamped files;
      *      a file not on disk yet is stamped current (it will be
      *      created in the current layout)
      *   S  stamp every file at the current version (initFiles has
      *      just created them all afresh)
      *   U  stamp the files with no stamp yet at the current version
      *      (a manager confirming they were written by this release)
      *   B  stamp the files with no stamp yet at version 01 (carried
      *      over from the release before the stamps existed)
      *   O  stamp the one file in LC-FILE-NAME at LC-VERSION
      *   Q  return the stamped and current version of one file
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUTS-FILE ASSIGN TO '../DATA/LAYOUTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUTS-FILE.
       COPY "./CopyBooks/LAYOUTS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-LS-FILE-STATUS       PIC 99.
           88 LS-FILE-OK           VALUE 00.
           88 LS-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.

       COPY "./CopyBooks/LAYOUTVER.cpy".

       *> Stamps as loaded from LAYOUTS.DAT - rewritten whole when
       *> anything changes
       01  WS-STAMP-TABLE.
           05  WS-STAMP-ENTRY OCCURS 200 TIMES.
               10  WS-ST-FILE-NAME PIC X(16).
               10  WS-ST-VERSION   PIC 9(2).
               10  WS-ST-DATE      PIC 9(8).
               10  WS-ST-BY        PIC X(5).
       01  WS-STAMP-COUNT          PIC 9(3) VALUE 0.
       01  WS-STAMP-IDX            PIC 9(3).
       01  WS-LVT-IDX              PIC 9(3).
       01  WS-FOUND-IDX            PIC 9(3).
       01  WS-STAMPS-CHANGED       PIC X.
       01  WS-EOF                  PIC X.

       01  WS-SET-NAME             PIC X(16).
       01  WS-SET-VERSION          PIC 9(2).
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-TODAY                PIC 9(8).

       01  WS-DATA-PATH            PIC X(40).
       01  WS-FILE-DETAILS         PIC X(16).
       01  WS-EXIST-STATUS         PIC S9(9) COMP.

       LINKAGE SECTION.
       COPY "./CopyBooks/LAYOUTAREA.cpy".

       PROCEDURE DIVISION USING LAYOUT-CHECK-AREA.
       MAIN-PROCEDURE.
           MOVE 0 TO LC-MISMATCH-COUNT
           MOVE 0 TO LC-UNSTAMPED-COUNT
           MOVE 'N' TO WS-STAMPS-CHANGED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-SESSION-OPERATOR
           PERFORM LOAD-STAMPS

           EVALUATE TRUE
               WHEN LC-CHECK-ALL
                   PERFORM CHECK-ALL-FILES
               WHEN LC-STAMP-CURRENT
                   PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                           UNTIL WS-LVT-IDX > LVT-COUNT
                       MOVE LVT-FILE-NAME(WS-LVT-IDX) TO WS-SET-NAME
                       MOVE LVT-VERSION(WS-LVT-IDX) TO WS-SET-VERSION
                       PERFORM SET-STAMP
                   END-PERFORM
               WHEN LC-STAMP-UNSTAMPED
                   PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                           UNTIL WS-LVT-IDX > LVT-COUNT
                       MOVE LVT-FILE-NAME(WS-LVT-IDX) TO WS-SET-NAME
                       PERFORM FIND-STAMP
                       IF WS-FOUND-IDX = 0
                           MOVE LVT-VERSION(WS-LVT-IDX)
                               TO WS-SET-VERSION
                           PERFORM SET-STAMP
                       END-IF
                   END-PERFORM
               WHEN LC-STAMP-BASE
                   PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                           UNTIL WS-LVT-IDX > LVT-COUNT
                       MOVE LVT-FILE-NAME(WS-LVT-IDX) TO WS-SET-NAME
                       PERFORM FIND-STAMP
                       IF WS-FOUND-IDX = 0
                           MOVE 1 TO WS-SET-VERSION
                           PERFORM SET-STAMP
                       END-IF
                   END-PERFORM
               WHEN LC-STAMP-ONE
                   MOVE LC-FILE-NAME TO WS-SET-NAME
                   MOVE LC-VERSION TO WS-SET-VERSION
                   PERFORM SET-STAMP
               WHEN LC-QUERY-ONE
                   PERFORM QUERY-ONE-FILE
           END-EVALUATE

           IF WS-STAMPS-CHANGED = 'Y'
               PERFORM SAVE-STAMPS
           END-IF
           GOBACK.

       *> A stamp that disagrees with this release is the alarm. A
       *> file with no stamp that is not on disk either will simply
       *> be created in the current layout by the first program that
       *> needs it; one that IS on disk came from somewhere unknown
       *> and needs a manager's word before anything trusts it.
       CHECK-ALL-FILES.
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > LVT-COUNT
               MOVE LVT-FILE-NAME(WS-LVT-IDX) TO WS-SET-NAME
               PERFORM FIND-STAMP
               IF WS-FOUND-IDX > 0
                   IF WS-ST-VERSION(WS-FOUND-IDX)
                      NOT = LVT-VERSION(WS-LVT-IDX)
                       ADD 1 TO LC-MISMATCH-COUNT
                       IF LC-QUIET-FLAG NOT = 'Y'
                           DISPLAY "*** " FUNCTION TRIM(WS-SET-NAME)
                                   ".DAT IS LAYOUT VERSION "
                                   WS-ST-VERSION(WS-FOUND-IDX)
                                   ", THIS RELEASE EXPECTS "
                                   LVT-VERSION(WS-LVT-IDX) " ***"
                       END-IF
                   END-IF
               ELSE
                   PERFORM CHECK-FILE-ON-DISK
                   IF WS-EXIST-STATUS = 0
                       ADD 1 TO LC-UNSTAMPED-COUNT
                   ELSE
                       MOVE LVT-VERSION(WS-LVT-IDX) TO WS-SET-VERSION
                       PERFORM SET-STAMP
                   END-IF
               END-IF
           END-PERFORM.

       QUERY-ONE-FILE.
           MOVE 0 TO LC-VERSION
           MOVE 0 TO LC-CURRENT-VERSION
           MOVE LC-FILE-NAME TO WS-SET-NAME
           PERFORM FIND-STAMP
           IF WS-FOUND-IDX > 0
               MOVE WS-ST-VERSION(WS-FOUND-IDX) TO LC-VERSION
           END-IF
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > LVT-COUNT
               IF LVT-FILE-NAME(WS-LVT-IDX) = LC-FILE-NAME
                   MOVE LVT-VERSION(WS-LVT-IDX) TO LC-CURRENT-VERSION
               END-IF
           END-PERFORM.

       CHECK-FILE-ON-DISK.
           MOVE SPACES TO WS-DATA-PATH
           STRING '../DATA/' FUNCTION TRIM(WS-SET-NAME) '.DAT'
               DELIMITED BY SIZE INTO WS-DATA-PATH
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-DATA-PATH
                                             WS-FILE-DETAILS
               RETURNING WS-EXIST-STATUS.

       FIND-STAMP.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                   UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-ST-FILE-NAME(WS-STAMP-IDX) = WS-SET-NAME
                   MOVE WS-STAMP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       SET-STAMP.
           PERFORM FIND-STAMP
           IF WS-FOUND-IDX = 0
               IF WS-STAMP-COUNT >= 200
                   DISPLAY "Layout stamp table full - "
                           FUNCTION TRIM(WS-SET-NAME) " not stamped."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STAMP-COUNT
               MOVE WS-STAMP-COUNT TO WS-FOUND-IDX
               MOVE WS-SET-NAME TO WS-ST-FILE-NAME(WS-FOUND-IDX)
           END-IF
           MOVE WS-SET-VERSION TO WS-ST-VERSION(WS-FOUND-IDX)
           MOVE WS-TODAY TO WS-ST-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR-ID TO WS-ST-BY(WS-FOUND-IDX)
           MOVE 'Y' TO WS-STAMPS-CHANGED.

       LOAD-STAMPS.
           MOVE 0 TO WS-STAMP-COUNT
           OPEN INPUT LAYOUTS-FILE
           IF LS-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LAYOUTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-STAMP-COUNT < 200
                              AND LS-FILE-NAME NOT = SPACES
                               ADD 1 TO WS-STAMP-COUNT
                               MOVE LS-FILE-NAME
                                   TO WS-ST-FILE-NAME(WS-STAMP-COUNT)
                               MOVE LS-VERSION
                                   TO WS-ST-VERSION(WS-STAMP-COUNT)
                               MOVE LS-STAMP-DATE
                                   TO WS-ST-DATE(WS-STAMP-COUNT)
                               MOVE LS-STAMP-BY
                                   TO WS-ST-BY(WS-STAMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LAYOUTS-FILE.

       SAVE-STAMPS.
           OPEN OUTPUT LAYOUTS-FILE
           IF LS-FILE-ERROR
               DISPLAY "Cannot write LAYOUTS.DAT (status "
                       WS-LS-FILE-STATUS ") - stamps not saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                   UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
               MOVE WS-ST-FILE-NAME(WS-STAMP-IDX) TO LS-FILE-NAME
               MOVE WS-ST-VERSION(WS-STAMP-IDX) TO LS-VERSION
               MOVE WS-ST-DATE(WS-STAMP-IDX) TO LS-STAMP-DATE
               MOVE WS-ST-BY(WS-STAMP-IDX) TO LS-STAMP-BY
               WRITE LAYOUT-STAMP-RECORD
           END-PERFORM
           CLOSE LAYOUTS-FILE.

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

       END PROGRAM layoutCheck.
