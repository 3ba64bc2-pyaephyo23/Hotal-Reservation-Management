           SELECT BSD-BACK-FILE ASSIGN TO WS-BSD-BK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSDB-STATUS.
           SELECT LAY-LIVE-FILE ASSIGN TO '../DATA/LAYOUTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYL-STATUS.
           SELECT LAY-BACK-FILE ASSIGN TO WS-LAY-BK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  BK-BUSDATE-RECORD.
           05  BK-BUSINESS-DATE    PIC 9(8).

       FD  LAY-LIVE-FILE.
       COPY "./CopyBooks/LAYOUTS.cpy".

       FD  LAY-BACK-FILE.
       COPY "./CopyBooks/LAYOUTS.cpy"
           REPLACING ==LAYOUT-STAMP-RECORD==
           BY ==BK-LAYOUT-STAMP-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-BKGL-STATUS        PIC 99.
       01  WS-UPSB-STATUS        PIC 99.
       01  WS-BSDL-STATUS        PIC 99.
       01  WS-BSDB-STATUS        PIC 99.
       01  WS-LAYL-STATUS        PIC 99.
       01  WS-LAYB-STATUS        PIC 99.
       01  WS-BKG-BK-PATH        PIC X(60).
       01  WS-CUS-BK-PATH        PIC X(60).
       01  WS-ROM-BK-PATH        PIC X(60).
       01  WS-GSV-BK-PATH        PIC X(60).
       01  WS-UPS-BK-PATH        PIC X(60).
       01  WS-BSD-BK-PATH        PIC X(60).
       01  WS-LAY-BK-PATH        PIC X(60).

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-GEN-NUMBER           PIC 9(5) VALUE 0.
       01  WS-CONFIRM              PIC X(3).

       *> Layout stamps for a generation taken before they existed
       COPY "./CopyBooks/LAYOUTAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           PERFORM RESTORE-GUESTSVC
           PERFORM RESTORE-UPSELLS
           PERFORM RESTORE-BUSDATE
           PERFORM RESTORE-LAYOUTS

           IF WS-VERIFY-FAIL-COUNT = 0
               DISPLAY "Restore of GEN" WS-GEN-NUMBER
           MOVE SPACES TO WS-BSD-BK-PATH
           STRING '../DATA/BACKUP/GEN' WS-GEN-NUMBER '/BUSDATE.DAT'
               DELIMITED BY SIZE INTO WS-BSD-BK-PATH
           MOVE SPACES TO WS-LAY-BK-PATH
           STRING '../DATA/BACKUP/GEN' WS-GEN-NUMBER '/LAYOUTS.DAT'
               DELIMITED BY SIZE INTO WS-LAY-BK-PATH
           CONTINUE.

       RESTORE-BOOKINGS.
                       WS-READ-COUNT " wrote " WS-WRITE-COUNT
           END-IF.

       RESTORE-LAYOUTS.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           OPEN INPUT LAY-BACK-FILE
           IF WS-LAYB-STATUS = 35
               CLOSE LAY-BACK-FILE
               PERFORM STAMP-PRE-LAYOUT-GENERATION
               EXIT PARAGRAPH
           END-IF
           IF WS-LAYB-STATUS NOT = 0
               ADD 1 TO WS-VERIFY-FAIL-COUNT
               DISPLAY "  LAYOUTS.DAT: source unreadable (status "
                       WS-LAYB-STATUS ") - skipped."
               CLOSE LAY-BACK-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LAY-LIVE-FILE
           IF WS-LAYL-STATUS NOT = 0
               DISPLAY "  LAYOUTS.DAT: cannot write target (status "
                       WS-LAYL-STATUS ") - skipped."
               CLOSE LAY-BACK-FILE
               CLOSE LAY-LIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LAY-BACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE BK-LAYOUT-STAMP-RECORD
                           TO LAYOUT-STAMP-RECORD
                       WRITE LAYOUT-STAMP-RECORD
                       IF WS-LAYL-STATUS = 0
                           ADD 1 TO WS-WRITE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAY-BACK-FILE
           CLOSE LAY-LIVE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               DISPLAY "  LAYOUTS.DAT: " WS-WRITE-COUNT
                       " record(s) copied, counts verified."
           ELSE
               ADD 1 TO WS-VERIFY-FAIL-COUNT
               DISPLAY "  LAYOUTS.DAT: COUNT MISMATCH - read "
                       WS-READ-COUNT " wrote " WS-WRITE-COUNT
           END-IF.

       *> A generation with no LAYOUTS.DAT was taken before the
       *> layout stamps existed, so what came back is in the first
       *> layouts. Keeping the live stamps would pass those files off
       *> as current; stamping every file at version 01 instead makes
       *> the next sign-on send them through upgradeFiles.
       STAMP-PRE-LAYOUT-GENERATION.
           OPEN OUTPUT LAY-LIVE-FILE
           IF WS-LAYL-STATUS NOT = 0
               ADD 1 TO WS-VERIFY-FAIL-COUNT
               DISPLAY "  LAYOUTS.DAT: cannot write target (status "
                       WS-LAYL-STATUS ") - stamps NOT reset."
               CLOSE LAY-LIVE-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE LAY-LIVE-FILE
           MOVE 'B' TO LC-MODE
           MOVE 'Y' TO LC-QUIET-FLAG
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
           CANCEL 'layoutCheck'
           DISPLAY "  LAYOUTS.DAT: not in this generation - every "
                   "file stamped layout version 01."
           DISPLAY "  A Manager must run the data-file upgrade at "
                   "the next sign-on.".

       END PROGRAM restoreFiles.
