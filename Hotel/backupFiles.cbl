           SELECT BSD-BACK-FILE ASSIGN TO WS-BSD-BK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSDB-STATUS.
           SELECT LAY-LIVE-FILE ASSIGN TO '../DATA/LAYOUTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYL-STATUS.
           SELECT LAY-BACK-FILE ASSIGN TO WS-LAY-BK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYB-STATUS.
           SELECT GENCTL-FILE ASSIGN TO '../DATA/BACKUPGEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
       01  BK-BUSDATE-RECORD.
           05  BK-BUSINESS-DATE    PIC 9(8).

       FD  LAY-LIVE-FILE.
       COPY "./CopyBooks/LAYOUTS.cpy".

       FD  LAY-BACK-FILE.
       COPY "./CopyBooks/LAYOUTS.cpy"
           REPLACING ==LAYOUT-STAMP-RECORD==
           BY ==BK-LAYOUT-STAMP-RECORD==.

       FD  GENCTL-FILE.
       01  GENCTL-RECORD.
           05  GEN-LAST-NUMBER     PIC 9(5).
       01  WS-UPSB-STATUS        PIC 99.
       01  WS-BSDL-STATUS        PIC 99.
       01  WS-BSDB-STATUS        PIC 99.
       01  WS-LAYL-STATUS        PIC 99.
       01  WS-LAYB-STATUS        PIC 99.
       01  WS-GEN-STATUS           PIC 99.
       01  WS-BKG-BK-PATH        PIC X(60).
       01  WS-CUS-BK-PATH        PIC X(60).
       01  WS-GSV-BK-PATH        PIC X(60).
       01  WS-UPS-BK-PATH        PIC X(60).
       01  WS-BSD-BK-PATH        PIC X(60).
       01  WS-LAY-BK-PATH        PIC X(60).

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
           PERFORM BACKUP-GUESTSVC
           PERFORM BACKUP-UPSELLS
           PERFORM BACKUP-BUSDATE
           PERFORM BACKUP-LAYOUTS

           IF WS-VERIFY-FAIL-COUNT = 0
               PERFORM WRITE-GENERATION-CONTROL
           MOVE SPACES TO WS-BSD-BK-PATH
           STRING '../DATA/BACKUP/GEN' WS-GEN-NUMBER '/BUSDATE.DAT'
               DELIMITED BY SIZE INTO WS-BSD-BK-PATH
           MOVE SPACES TO WS-LAY-BK-PATH
           STRING '../DATA/BACKUP/GEN' WS-GEN-NUMBER '/LAYOUTS.DAT'
               DELIMITED BY SIZE INTO WS-LAY-BK-PATH
           CONTINUE.

       *> Drop the generation that has just aged past the retention
                   RETURNING WS-CALL-STATUS
               CALL 'CBL_DELETE_FILE' USING WS-BSD-BK-PATH
                   RETURNING WS-CALL-STATUS
               CALL 'CBL_DELETE_FILE' USING WS-LAY-BK-PATH
                   RETURNING WS-CALL-STATUS
               DISPLAY "Trimmed generation GEN" WS-PURGE-GEN "."
               PERFORM BUILD-BACKUP-PATHS
           END-IF.
           MOVE SPACES TO WS-BSD-BK-PATH
           STRING '../DATA/BACKUP/GEN' WS-PURGE-GEN '/BUSDATE.DAT'
               DELIMITED BY SIZE INTO WS-BSD-BK-PATH
           MOVE SPACES TO WS-LAY-BK-PATH
           STRING '../DATA/BACKUP/GEN' WS-PURGE-GEN '/LAYOUTS.DAT'
               DELIMITED BY SIZE INTO WS-LAY-BK-PATH
           CONTINUE.

       BACKUP-BOOKINGS.
                       WS-READ-COUNT " wrote " WS-WRITE-COUNT
           END-IF.

       BACKUP-LAYOUTS.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           OPEN INPUT LAY-LIVE-FILE
           IF WS-LAYL-STATUS NOT = 0
               DISPLAY "  LAYOUTS.DAT: source missing (status "
                       WS-LAYL-STATUS ") - skipped."
               CLOSE LAY-LIVE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LAY-BACK-FILE
           IF WS-LAYB-STATUS NOT = 0
               DISPLAY "  LAYOUTS.DAT: cannot write target (status "
                       WS-LAYB-STATUS ") - skipped."
               CLOSE LAY-LIVE-FILE
               CLOSE LAY-BACK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LAY-LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE LAYOUT-STAMP-RECORD
                           TO BK-LAYOUT-STAMP-RECORD
                       WRITE BK-LAYOUT-STAMP-RECORD
                       IF WS-LAYB-STATUS = 0
                           ADD 1 TO WS-WRITE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAY-LIVE-FILE
           CLOSE LAY-BACK-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               DISPLAY "  LAYOUTS.DAT: " WS-WRITE-COUNT
                       " record(s) copied, counts verified."
           ELSE
               ADD 1 TO WS-VERIFY-FAIL-COUNT
               DISPLAY "  LAYOUTS.DAT: COUNT MISMATCH - read "
                       WS-READ-COUNT " wrote " WS-WRITE-COUNT
           END-IF.

       END PROGRAM backupFiles.
