       01 WS-NEXT-AUDIT-ID   PIC 9(5).
       COPY "./CopyBooks/FILECHK.cpy".

       *> Record-layout version check at sign-on
       COPY "./CopyBooks/LAYOUTAREA.cpy".
       01 WS-LAYOUT-ANSWER   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SELECT-OPERATING-MODE
               STOP RUN
           END-IF

           *> A file in a record layout this release does not expect
           *> is read as garbage and written back that way - settle
           *> the layouts before anything else opens a data file.
           PERFORM CHECK-FILE-LAYOUTS

           *> Settle any transaction a power cut left half-applied
           *> before the first clerk takes a booking.
           CALL 'intentRecover'
           "r a Date                   "
           DISPLAY "                              96. Parking / Valet R"
           "egister                    "
           DISPLAY "                              97. Back-Office Funct"
           "ions (more)                "
           DISPLAY "                               0. FIRE - Evacuatio"
           "n Roll-Call (prints now)   "
           DISPLAY " "
           DISPLAY "==================================================="
           "============================"
               WHEN 94 PERFORM REASSIGN-BOOKING
               WHEN 95 PERFORM AUDITOR-BUNDLE
               WHEN 96 PERFORM PARKING-DESK
               WHEN 97 PERFORM BACK-OFFICE-MENU
               WHEN 0 PERFORM ROLL-CALL
               WHEN 98
                   CONTINUE
               WHEN 99
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY RED-COLOR "*** ERROR: Invalid selection. Ple"
                   "ase choose a valid option (1-97, 99). ***"
                   RESET-COLOR
                   DISPLAY " "
                   DISPLAY "Press ENTER to continue..."
       PARKING-DESK.
           CALL 'parkingDesk'.
                cancel 'parkingDesk'.
       BACK-OFFICE-MENU.
           CALL 'backOfficeMenu'.
                cancel 'backOfficeMenu'.
       ROLL-CALL.
           CALL 'rollCall'.
                cancel 'rollCall'.

      *****************************************************************
      * NIGHT-BATCH LOCKOUT
               WHEN 43 WHEN 47 WHEN 58
               WHEN 60 WHEN 72 WHEN 73 WHEN 74 WHEN 76
               WHEN 85 WHEN 86 WHEN 90 WHEN 91 WHEN 95
               WHEN 0 WHEN 99
                   MOVE 'Y' TO WS-VIEW-ONLY
               WHEN OTHER
                   MOVE 'N' TO WS-VIEW-ONLY
               ACCEPT WS-DUMMY-INPUT
           END-IF.

      *****************************************************************
      * RECORD-LAYOUT CHECK
      * layoutCheck compares the layout version stamped for each data
      * file in LAYOUTS.DAT with the version this release expects.
      * Files that were on disk before the stamps existed need a
      * manager to say which release wrote them; files stamped with
      * an older layout must go through upgradeFiles before anyone
      * works. Either way nobody gets past sign-on until every file
      * is in the layout the programs expect.
      *****************************************************************
       CHECK-FILE-LAYOUTS.
           MOVE 'C' TO LC-MODE
           MOVE 'N' TO LC-QUIET-FLAG
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
           IF LC-UNSTAMPED-COUNT > 0
               PERFORM STAMP-UNSTAMPED-FILES
           END-IF
           IF LC-MISMATCH-COUNT > 0
               PERFORM OFFER-LAYOUT-UPGRADE
           END-IF
           CANCEL 'layoutCheck'.

       STAMP-UNSTAMPED-FILES.
           DISPLAY " "
           DISPLAY YELLOW-COLOR LC-UNSTAMPED-COUNT " data file(s) "
                   "carry no record-layout stamp yet." RESET-COLOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
               DISPLAY RED-COLOR "*** A Manager must sign on and "
                       "confirm which release wrote them. ***"
                       RESET-COLOR
               STOP RUN
           END-IF
           DISPLAY "Were they written by this release (Y), or carried"
                   " over from the release before layout stamps (N)?"
           ACCEPT WS-LAYOUT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-LAYOUT-ANSWER)
               TO WS-LAYOUT-ANSWER
           EVALUATE WS-LAYOUT-ANSWER
               WHEN 'Y'
                   MOVE 'U' TO LC-MODE
               WHEN 'N'
                   MOVE 'B' TO LC-MODE
               WHEN OTHER
                   DISPLAY "No answer - signing off with nothing "
                           "opened."
                   STOP RUN
           END-EVALUATE
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
           MOVE 'C' TO LC-MODE
           MOVE 'Y' TO LC-QUIET-FLAG
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA.

       OFFER-LAYOUT-UPGRADE.
           DISPLAY " "
           DISPLAY RED-COLOR "*** " LC-MISMATCH-COUNT " DATA FILE(S) "
                   "ARE IN A RECORD LAYOUT THIS RELEASE DOES NOT "
                   "EXPECT. ***" RESET-COLOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
               DISPLAY "A Manager must sign on and run the data-file "
                       "upgrade before anyone can work."
               STOP RUN
           END-IF
           DISPLAY "Run the data-file upgrade now? (Y/N): "
           ACCEPT WS-LAYOUT-ANSWER
           IF FUNCTION UPPER-CASE(WS-LAYOUT-ANSWER) NOT = 'Y'
               DISPLAY "Signing off with nothing opened."
               STOP RUN
           END-IF
           CALL 'upgradeFiles'
           CANCEL 'upgradeFiles'
           MOVE 'C' TO LC-MODE
           MOVE 'N' TO LC-QUIET-FLAG
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
           IF LC-MISMATCH-COUNT > 0
               DISPLAY RED-COLOR "*** " LC-MISMATCH-COUNT " file(s) "
                       "still in the wrong layout - see UPGRADE.RPT."
                       " Signing off. ***" RESET-COLOR
               STOP RUN
           END-IF.

      *****************************************************************
      * OPERATING MODE
      * Every program reaches the shared data with the same relative
