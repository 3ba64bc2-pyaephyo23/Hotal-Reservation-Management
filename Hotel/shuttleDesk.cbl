      * completed posts the transfer charge to the stay's folio from
      * the SHUTTLE item in SERVICES.DAT, where checkout billing
      * already sweeps. dailyReport shows tomorrow's pickups on the
      * desk's own page. The manifest names the guest for the
      * driver's board - a privacy-flagged guest by their alias.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT SERVICES-FILE ASSIGN TO '../DATA/SERVICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  SERVICES-FILE.
       COPY "./CopyBooks/SERVICES.cpy".

       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SVC-FILE-STATUS      PIC 99.
           88 SVC-FILE-OK          VALUE 00.
           88 SVC-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-STAY-ROOM-ID         PIC X(5).
       01  WS-UNIT-PRICE           PIC 9(7).
       01  WS-NEXT-FOLIO-ID        PIC 9(5).
       01  WS-LEG-BOOKING-ID       PIC 9(5).
       01  WS-LEG-GUEST-NAME       PIC X(30).

       *> Manifest collected and sorted by departure time
       01  WS-MAN-COUNT            PIC 9(2) VALUE 0.
       01  WS-MAN-TABLE.
           05 WS-MAN-ENTRY OCCURS 30 TIMES.
               10 WS-MAN-TIME      PIC 9(4).
               10 WS-MAN-TEXT      PIC X(74).
       01  WS-MAN-SWAP-TIME        PIC 9(4).
       01  WS-MAN-SWAP-TEXT        PIC X(74).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Privacy-flagged guests go on the manifest by alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

                       IF SH-DATE = WS-IN-DATE
                          AND FUNCTION TRIM(SH-STATUS) = 'Booked'
                          AND WS-MAN-COUNT < 30
                           PERFORM GET-LEG-GUEST-NAME
                           ADD 1 TO WS-MAN-COUNT
                           MOVE SH-TIME
                               TO WS-MAN-TIME(WS-MAN-COUNT)
                               " FLT " SH-FLIGHT
                               " PAX " SH-PAX
                               " STAY " SH-CHECKIN-ID
                               " " WS-LEG-GUEST-NAME(1:20)
                               DELIMITED BY SIZE
                               INTO WS-MAN-TEXT(WS-MAN-COUNT)
                       END-IF
               DISPLAY MF-LINE
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE 'SHUTTLE' TO RCA-REPORT-NAME
           MOVE '../DATA/SHUTTLE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA
           DISPLAY WS-MAN-COUNT " leg(s). Manifest written to "
                   "SHUTTLE.RPT".

       *> The booking's name for the driver's board; the stay's
       *> booking when the leg was keyed against the stay only.
       GET-LEG-GUEST-NAME.
           MOVE SPACES TO WS-LEG-GUEST-NAME
           MOVE SH-BOOKING-ID TO WS-LEG-BOOKING-ID
           IF WS-LEG-BOOKING-ID = 0 AND SH-CHECKIN-ID > 0
               OPEN INPUT CHECKINOUT-FILE
               IF CIO-FILE-OK
                   MOVE SH-CHECKIN-ID TO CHECKIN-ID
                   READ CHECKINOUT-FILE KEY IS CHECKIN-ID
                       NOT INVALID KEY
                           MOVE BOOKING-ID-IO TO WS-LEG-BOOKING-ID
                   END-READ
               END-IF
               CLOSE CHECKINOUT-FILE
           END-IF
           IF WS-LEG-BOOKING-ID > 0
               OPEN INPUT BOOKING-FILE
               IF BK-FILE-OK
                   MOVE WS-LEG-BOOKING-ID TO BOOKING-ID
                   READ BOOKING-FILE KEY IS BOOKING-ID
                       NOT INVALID KEY
                           MOVE CUSTOMER-NAME-BK TO WS-LEG-GUEST-NAME
                   END-READ
               END-IF
               CLOSE BOOKING-FILE
           END-IF

           MOVE 'Q' TO GPA-MODE
           MOVE WS-LEG-BOOKING-ID TO GPA-BOOKING-ID
           MOVE SH-CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE 'shuttleDesk' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO WS-LEG-GUEST-NAME
           END-IF.

       *> Simple exchange sort into departure-time order - the
       *> manifest is at most a page.
       SORT-MANIFEST.
