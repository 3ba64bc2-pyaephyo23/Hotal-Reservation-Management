      * resumes cleanly on the rerun), and one consolidated log with
      * start and end times per job goes to NIGHTRUN.LOG for the
      * morning manager. A missing sequence file is seeded with the
      * house order: expiries cancel before reconciliation. A job
      * that joined the house order in a later release is added once
      * to an existing sequence file, ahead of backupFiles, and noted
      * in JOBMERGE.DAT - a site that then takes it out again keeps
      * it out.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT RUNCTL-FILE ASSIGN TO '../DATA/RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT JOBMERGE-FILE ASSIGN TO '../DATA/JOBMERGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X.
           05  RC-EXPECTED         PIC X(5).

       *> One line per later-release job already offered to the
       *> site's sequence file
       FD  JOBMERGE-FILE.
       01  JOBMERGE-RECORD.
           05  JM-PROGRAM          PIC X(20).
           05  FILLER              PIC X.
           05  JM-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-JS-FILE-STATUS       PIC 99.
           88 JS-FILE-OK           VALUE 00.
               10 WS-JOB-PROGRAM   PIC X(20).
               10 WS-JOB-STOP      PIC X.
       01  WS-CALL-PROGRAM         PIC X(20).

       *> The house order, as seeded on a first run
       01  WS-DEF-COUNT            PIC 9(2) VALUE 0.
       01  WS-DEF-IDX              PIC 9(2).
       01  WS-DEF-TABLE.
           05 WS-DEF-ENTRY OCCURS 20 TIMES.
               10 WS-DEF-PROGRAM   PIC X(20).
               10 WS-DEF-STOP      PIC X.
       01  WS-NEW-PROGRAM          PIC X(20).
       01  WS-NEW-STOP             PIC X.

       *> Jobs added to the house order after sites already had a
       *> sequence file of their own, offered to that file once
       01  WS-LATE-COUNT           PIC 9(2) VALUE 0.
       01  WS-LATE-IDX             PIC 9(2).
       01  WS-LATE-TABLE.
           05 WS-LATE-ENTRY OCCURS 5 TIMES.
               10 WS-LATE-PROGRAM  PIC X(20).
               10 WS-LATE-STOP     PIC X.
               10 WS-LATE-MERGED   PIC X.
               10 WS-LATE-DATE     PIC 9(8).
       01  WS-JM-FILE-STATUS       PIC 99.
           88 JM-FILE-OK           VALUE 00.
           88 JM-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-LOOK-PROGRAM         PIC X(20).
       01  WS-JOB-POS              PIC 9(2).
       01  WS-INSERT-AT            PIC 9(2).
       01  WS-MOVE-IDX             PIC 9(2).
       01  WS-ADDED-COUNT          PIC 9(2) VALUE 0.
       01  WS-NOTED-COUNT          PIC 9(2) VALUE 0.
       01  WS-JOB-RC               PIC S9(4).
       01  WS-CHAIN-STOPPED        PIC X VALUE 'N'.
       01  WS-RAN-COUNT            PIC 9(2) VALUE 0.
           88 RC-FILE-OK           VALUE 00.
           88 RC-FILE-ERROR        VALUE 01 THRU 99.

       COPY "./CopyBooks/LAYOUTAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           DISPLAY "   NIGHT RUN"
           DISPLAY "=========================================="

           *> The chain rewrites most of the data files - it must
           *> never be let loose on a file still in a record layout
           *> this release does not expect.
           MOVE 'C' TO LC-MODE
           MOVE 'N' TO LC-QUIET-FLAG
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
           CANCEL 'layoutCheck'
           IF LC-MISMATCH-COUNT > 0 OR LC-UNSTAMPED-COUNT > 0
               DISPLAY "*** NIGHT RUN REFUSED - " LC-MISMATCH-COUNT
                       " FILE(S) IN AN UNEXPECTED LAYOUT, "
                       LC-UNSTAMPED-COUNT " WITH NO LAYOUT STAMP. "
                       "SIGN ON AS A MANAGER AND RUN THE DATA-FILE "
                       "UPGRADE FIRST. ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-LATE-JOBS
           PERFORM LOAD-JOB-SEQUENCE
           IF WS-JOB-COUNT = 0
               PERFORM LOAD-DEFAULT-SEQUENCE
               PERFORM SEED-DEFAULT-SEQUENCE
               PERFORM LOAD-JOB-SEQUENCE
           ELSE
               PERFORM MERGE-LATE-JOBS
           END-IF
           IF WS-JOB-COUNT = 0
               DISPLAY "No job sequence on file and the default "
           END-PERFORM
           CLOSE JOBSEQ-FILE.

       *> The house order. Expiring bookings must cancel before
       *> room reconciliation; the backup runs last so it catches
       *> everything the night changed.
       LOAD-DEFAULT-SEQUENCE.
           MOVE 0 TO WS-DEF-COUNT
           MOVE 'cancelExpiredBatch' TO WS-NEW-PROGRAM
           MOVE 'Y' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'depositChase' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'optionRelease' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'processWaitlist' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'reconcileRooms' TO WS-NEW-PROGRAM
           MOVE 'Y' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'archiveBookings' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'exportKeycard' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'paceSnapshot' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'exportAvailability' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'overlapReport' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'highBalance' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'availRebuild' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           MOVE 'defragProposal' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           *> Preventive maintenance orders are planned against the
           *> bookings as they stand once the night's releases and
           *> waitlist moves are done.
           MOVE 'pmScheduler' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           *> Fresh evacuation roll-call on disk every night, in
           *> case the alarm goes when no terminal is signed on.
           MOVE 'rollCall' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           *> Tonight/tomorrow room states for the BMS, taken once
           *> the night's cancellations and room moves have landed.
           MOVE 'exportEnergy' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           *> A refused backup (shrunken files) must stop the chain
           *> here, or fileControls would freeze the damaged counts
           *> as the new baseline and silence the alarm.
           MOVE 'backupFiles' TO WS-NEW-PROGRAM
           MOVE 'Y' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB
           *> Controls freeze AFTER the backup verified against the
           *> previous night's figures - writing them first would
           *> make the comparison vacuous.
           MOVE 'fileControls' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-DEFAULT-JOB.

       ADD-DEFAULT-JOB.
           ADD 1 TO WS-DEF-COUNT
           MOVE WS-NEW-PROGRAM TO WS-DEF-PROGRAM(WS-DEF-COUNT)
           MOVE WS-NEW-STOP TO WS-DEF-STOP(WS-DEF-COUNT).

       *> First run: write the house order. It already holds every
       *> later-release job, so they are all noted as offered.
       SEED-DEFAULT-SEQUENCE.
           MOVE WS-DEF-COUNT TO WS-JOB-COUNT
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
               MOVE WS-DEF-PROGRAM(WS-DEF-IDX)
                   TO WS-JOB-PROGRAM(WS-DEF-IDX)
               MOVE WS-DEF-STOP(WS-DEF-IDX) TO WS-JOB-STOP(WS-DEF-IDX)
           END-PERFORM
           PERFORM SAVE-JOB-SEQUENCE
           MOVE 0 TO WS-JOB-COUNT
           PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                   UNTIL WS-LATE-IDX > WS-LATE-COUNT
               MOVE 'Y' TO WS-LATE-MERGED(WS-LATE-IDX)
           END-PERFORM
           PERFORM SAVE-MERGED-JOBS
           DISPLAY "Default job sequence written to JOBSEQ.DAT.".

       *> Jobs that joined the house order after the first release
       *> of the sequence file, in house order. Each goes in ahead
       *> of backupFiles, as it does in LOAD-DEFAULT-SEQUENCE. The
       *> ones already offered are marked from JOBMERGE.DAT.
       LOAD-LATE-JOBS.
           MOVE 0 TO WS-LATE-COUNT
           MOVE 'pmScheduler' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-LATE-JOB
           MOVE 'rollCall' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-LATE-JOB
           MOVE 'exportEnergy' TO WS-NEW-PROGRAM
           MOVE 'N' TO WS-NEW-STOP
           PERFORM ADD-LATE-JOB

           OPEN INPUT JOBMERGE-FILE
           IF JM-FILE-ERROR
               CLOSE JOBMERGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOBMERGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                               UNTIL WS-LATE-IDX > WS-LATE-COUNT
                           IF WS-LATE-PROGRAM(WS-LATE-IDX) =
                              JM-PROGRAM
                               MOVE 'Y' TO WS-LATE-MERGED(WS-LATE-IDX)
                               MOVE JM-DATE TO WS-LATE-DATE(WS-LATE-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE JOBMERGE-FILE.

       ADD-LATE-JOB.
           ADD 1 TO WS-LATE-COUNT
           MOVE WS-NEW-PROGRAM TO WS-LATE-PROGRAM(WS-LATE-COUNT)
           MOVE WS-NEW-STOP TO WS-LATE-STOP(WS-LATE-COUNT)
           MOVE 'N' TO WS-LATE-MERGED(WS-LATE-COUNT)
           MOVE 0 TO WS-LATE-DATE(WS-LATE-COUNT).

       *> A later-release job not yet offered to the site's sequence
       *> file is added once and noted in JOBMERGE.DAT; if the site
       *> takes it out afterwards it stays out. One the site already
       *> lists is just noted. A full sequence file is left alone and
       *> the job is offered again on the next run.
       MERGE-LATE-JOBS.
           MOVE 0 TO WS-ADDED-COUNT
           MOVE 0 TO WS-NOTED-COUNT
           PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                   UNTIL WS-LATE-IDX > WS-LATE-COUNT
               IF WS-LATE-MERGED(WS-LATE-IDX) = 'N'
                   MOVE WS-LATE-PROGRAM(WS-LATE-IDX) TO WS-LOOK-PROGRAM
                   PERFORM FIND-JOB-POSITION
                   IF WS-JOB-POS > 0
                       MOVE 'Y' TO WS-LATE-MERGED(WS-LATE-IDX)
                       ADD 1 TO WS-NOTED-COUNT
                   ELSE
                       IF WS-JOB-COUNT < 20
                           PERFORM INSERT-LATE-JOB
                           MOVE 'Y' TO WS-LATE-MERGED(WS-LATE-IDX)
                           ADD 1 TO WS-NOTED-COUNT
                       ELSE
                           DISPLAY "JOBSEQ.DAT already holds 20 jobs - "
                                   FUNCTION TRIM(WS-LOOK-PROGRAM)
                                   " could not be added."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ADDED-COUNT > 0
               PERFORM SAVE-JOB-SEQUENCE
               DISPLAY WS-ADDED-COUNT " new job(s) added to "
                       "JOBSEQ.DAT from the house order."
           END-IF
           IF WS-NOTED-COUNT > 0
               PERFORM SAVE-MERGED-JOBS
           END-IF.

       *> Ahead of backupFiles, or at the end if the site runs none.
       INSERT-LATE-JOB.
           MOVE 'backupFiles' TO WS-LOOK-PROGRAM
           PERFORM FIND-JOB-POSITION
           IF WS-JOB-POS > 0
               MOVE WS-JOB-POS TO WS-INSERT-AT
           ELSE
               COMPUTE WS-INSERT-AT = WS-JOB-COUNT + 1
           END-IF
           PERFORM VARYING WS-MOVE-IDX FROM WS-JOB-COUNT BY -1
                   UNTIL WS-MOVE-IDX < WS-INSERT-AT
               MOVE WS-JOB-ENTRY(WS-MOVE-IDX)
                   TO WS-JOB-ENTRY(WS-MOVE-IDX + 1)
           END-PERFORM
           MOVE WS-LATE-PROGRAM(WS-LATE-IDX)
               TO WS-JOB-PROGRAM(WS-INSERT-AT)
           MOVE WS-LATE-STOP(WS-LATE-IDX) TO WS-JOB-STOP(WS-INSERT-AT)
           ADD 1 TO WS-JOB-COUNT
           ADD 1 TO WS-ADDED-COUNT.

       SAVE-MERGED-JOBS.
           OPEN OUTPUT JOBMERGE-FILE
           IF JM-FILE-ERROR
               CLOSE JOBMERGE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                   UNTIL WS-LATE-IDX > WS-LATE-COUNT
               IF WS-LATE-MERGED(WS-LATE-IDX) = 'Y'
                   MOVE SPACES TO JOBMERGE-RECORD
                   MOVE WS-LATE-PROGRAM(WS-LATE-IDX) TO JM-PROGRAM
                   IF WS-LATE-DATE(WS-LATE-IDX) = 0
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-LATE-DATE(WS-LATE-IDX)
                   END-IF
                   MOVE WS-LATE-DATE(WS-LATE-IDX) TO JM-DATE
                   WRITE JOBMERGE-RECORD
               END-IF
           END-PERFORM
           CLOSE JOBMERGE-FILE.

       FIND-JOB-POSITION.
           MOVE 0 TO WS-JOB-POS
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-PROGRAM(WS-JOB-IDX) = WS-LOOK-PROGRAM
                  AND WS-JOB-POS = 0
                   MOVE WS-JOB-IDX TO WS-JOB-POS
               END-IF
           END-PERFORM.

       SAVE-JOB-SEQUENCE.
           OPEN OUTPUT JOBSEQ-FILE
           IF JS-FILE-ERROR
               CLOSE JOBSEQ-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE SPACES TO JOBSEQ-RECORD
               MOVE WS-JOB-IDX TO JS-SEQ
               MOVE WS-JOB-PROGRAM(WS-JOB-IDX) TO JS-PROGRAM
               MOVE WS-JOB-STOP(WS-JOB-IDX) TO JS-STOP-ON-FAIL
               WRITE JOBSEQ-RECORD
           END-PERFORM
           CLOSE JOBSEQ-FILE.

       RUN-ONE-JOB.
           MOVE WS-JOB-PROGRAM(WS-JOB-IDX) TO WS-CALL-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
