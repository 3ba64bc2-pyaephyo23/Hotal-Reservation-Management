       IDENTIFICATION DIVISION.
       PROGRAM-ID. energyMeters.

      *****************************************************************
      * ENERGY AND UTILITY METERS
      * Engineering's side of the energy-management interface.
      * The building management system drops METERFEED.DAT with
      * electricity (E) and water (W) meter readings, one per line,
      * either for a room (scope R) or for a whole floor of a
      * building (scope F). Readings are cumulative; each is stored
      * in METERS.DAT with the consumption since the meter's previous
      * reading. A reading out of date order, below the previous one,
      * or for a room or floor we do not have goes on METEREXC.RPT
      * instead. The processed feed is renamed METERFEED.DONE so a
      * rerun cannot count the same readings twice - the same shape
      * as the PBX feed in importPbxCalls.
      * The monthly utility report (UTILITY.RPT) takes the
      * consumption of readings dated in the month, shares floor
      * readings equally over the rooms on the floor, and shows it
      * per occupied room night by building and room type; rooms with
      * no occupied night all month whose own meter still ran above
      * the threshold are flagged. The nightly export of room states
      * to the BMS is exportEnergy, also run from here on demand.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METER-FEED-FILE ASSIGN TO '../DATA/METERFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-FILE-STATUS.
           SELECT METERS-FILE ASSIGN TO '../DATA/METERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-MT-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOM-FILE-STATUS.
           SELECT CHECKINOUT-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID
               FILE STATUS IS WS-CIO-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
               '../DATA/METEREXC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UTILITY-REPORT-FILE ASSIGN TO '../DATA/UTILITY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  METER-FEED-FILE.
       01  METER-FEED-LINE.
           05 MF-UTILITY           PIC X.
           05 FILLER               PIC X.
           05 MF-SCOPE             PIC X.
           05 FILLER               PIC X.
           05 MF-ROOM-ID           PIC X(5).
           05 FILLER               PIC X.
           05 MF-BUILDING          PIC X(10).
           05 FILLER               PIC X.
           05 MF-FLOOR             PIC 9(2).
           05 FILLER               PIC X.
           05 MF-READ-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 MF-READING           PIC 9(9).

       FD  METERS-FILE.
       COPY "./CopyBooks/METERS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  CHECKINOUT-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy".

       FD  EXCEPTION-REPORT-FILE.
       01  MX-LINE                 PIC X(90).

       FD  UTILITY-REPORT-FILE.
       01  UR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MF-FILE-STATUS       PIC 99.
           88 MF-FILE-OK           VALUE 00.
           88 MF-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-MT-FILE-STATUS       PIC 99.
           88 MT-FILE-OK           VALUE 00.
           88 MT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-ROOM-FILE-STATUS     PIC 99.
           88 ROOM-FILE-OK         VALUE 00.
           88 ROOM-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-CIO-FILE-STATUS      PIC 99.
           88 CIO-FILE-OK          VALUE 00.
           88 CIO-FILE-ERROR       VALUE 01 THRU 99.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MT-EOF               PIC X.

       *> Import
       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-STORED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-PREV-DATE            PIC 9(8).
       01  WS-PREV-READING         PIC 9(9).
       01  WS-FLOOR-ROOMS          PIC 9(4).
       01  WS-SAVE-KEY             PIC X(35).
       01  WS-OLD-PATH             PIC X(30).
       01  WS-NEW-PATH             PIC X(30).
       01  WS-CALL-STATUS          PIC S9(9) COMP.

       *> Monthly report
       01  WS-IN-MONTH             PIC 9(6).
       01  WS-MONTH-START          PIC 9(8).
       01  WS-MONTH-NEXT           PIC 9(8).
       01  WS-MONTH-START-INT      PIC 9(7).
       01  WS-MONTH-NEXT-INT       PIC 9(7).
       01  WS-STAY-FROM-INT        PIC 9(7).
       01  WS-STAY-TO-INT          PIC 9(7).
       01  WS-STAY-NIGHTS          PIC S9(5).
       01  WS-IN-ELEC-LIMIT        PIC 9(7).
       01  WS-IN-WATER-LIMIT       PIC 9(7).
       01  WS-ELEC-LIMIT           PIC 9(7) VALUE 50.
       01  WS-WATER-LIMIT          PIC 9(7) VALUE 5.
       01  WS-SHARE                PIC 9(9).
       01  WS-SHARE-REMAINDER      PIC 9(9).
       01  WS-FIRST-ON-FLOOR       PIC X.
       01  WS-FLAG-COUNT           PIC 9(4).

       01  WS-ROOM-COUNT           PIC 9(4) VALUE 0.
       01  WS-ROOM-IDX             PIC 9(4).
       01  WS-ROOM-HIT             PIC X.
       01  WS-SEEK-ROOM-ID         PIC X(5).
       01  WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 1000 TIMES.
               10 WS-RM-ID         PIC X(5).
               10 WS-RM-BUILDING   PIC X(10).
               10 WS-RM-FLOOR      PIC 9(2).
               10 WS-RM-TYPE       PIC X(10).
               10 WS-RM-OWN-ELEC   PIC 9(9).
               10 WS-RM-OWN-WATER  PIC 9(9).
               10 WS-RM-ELEC       PIC 9(9).
               10 WS-RM-WATER      PIC 9(9).
               10 WS-RM-NIGHTS     PIC 9(4).

       01  WS-GROUP-COUNT          PIC 9(2) VALUE 0.
       01  WS-GROUP-IDX            PIC 9(2).
       01  WS-GROUP-HIT            PIC X.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES.
               10 WS-GP-BUILDING   PIC X(10).
               10 WS-GP-TYPE       PIC X(10).
               10 WS-GP-ROOMS      PIC 9(4).
               10 WS-GP-NIGHTS     PIC 9(6).
               10 WS-GP-ELEC       PIC 9(9).
               10 WS-GP-WATER      PIC 9(9).
       01  WS-TOTAL-NIGHTS         PIC 9(7).
       01  WS-TOTAL-ELEC           PIC 9(10).
       01  WS-TOTAL-WATER          PIC 9(10).
       01  WS-ELEC-PER-NIGHT       PIC 9(7)V99.
       01  WS-WATER-PER-NIGHT      PIC 9(7)V99.
       01  WS-ELEC-PER-NIGHT-ED    PIC Z(6)9.99.
       01  WS-WATER-PER-NIGHT-ED   PIC Z(6)9.99.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           MOVE 'N' TO WS-EXIT-FLAG

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "=========================================="
               DISPLAY "   ENERGY AND UTILITY METERS"
               DISPLAY "=========================================="
               DISPLAY "1. Import meter readings (METERFEED.DAT)"
               DISPLAY "2. Monthly utility report"
               DISPLAY "3. Run tonight's room-state export to BMS"
               DISPLAY "9. Go back"
               DISPLAY "=========================================="
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM IMPORT-METER-FEED
                   WHEN 2
                       PERFORM MONTHLY-UTILITY-REPORT
                   WHEN 3
                       CALL 'exportEnergy' USING LINK
                       CANCEL 'exportEnergy'
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *****************************************************************
      * METER READING IMPORT
      *****************************************************************
       IMPORT-METER-FEED.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-STORED-COUNT
           MOVE 0 TO WS-REJECT-COUNT

           OPEN INPUT METER-FEED-FILE
           IF MF-FILE-ERROR
               DISPLAY "No METERFEED.DAT on hand - nothing to import."
               CLOSE METER-FEED-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O METERS-FILE
           IF MT-FILE-ERROR
               CLOSE METERS-FILE
               OPEN OUTPUT METERS-FILE
               CLOSE METERS-FILE
               OPEN I-O METERS-FILE
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE "METER READING EXCEPTION REPORT" TO MX-LINE
           WRITE MX-LINE
           MOVE ALL "-" TO MX-LINE
           WRITE MX-LINE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ METER-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF METER-FEED-LINE NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM STORE-ONE-READING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METER-FEED-FILE
           CLOSE METERS-FILE

           MOVE ALL "-" TO MX-LINE
           WRITE MX-LINE
           MOVE SPACES TO MX-LINE
           STRING "READINGS: " WS-READ-COUNT
               "  STORED: " WS-STORED-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO MX-LINE
           WRITE MX-LINE
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'METEREXC' TO RCA-REPORT-NAME
           MOVE '../DATA/METEREXC.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           PERFORM RETIRE-PROCESSED-FEED

           DISPLAY "Readings read : " WS-READ-COUNT
           DISPLAY "Stored        : " WS-STORED-COUNT
           DISPLAY "Rejected      : " WS-REJECT-COUNT
           DISPLAY "Exceptions written to METEREXC.RPT".

       STORE-ONE-READING.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-READING
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-READING
               EXIT PARAGRAPH
           END-IF

           INITIALIZE METER-READING-RECORD
           MOVE MF-UTILITY TO MT-UTILITY
           MOVE MF-SCOPE TO MT-SCOPE
           IF MF-SCOPE = 'R'
               MOVE MF-ROOM-ID TO MT-ROOM-ID
               MOVE SPACES TO MT-BUILDING
               MOVE 0 TO MT-FLOOR
           ELSE
               MOVE SPACES TO MT-ROOM-ID
               MOVE MF-BUILDING TO MT-BUILDING
               MOVE MF-FLOOR TO MT-FLOOR
           END-IF
           PERFORM FIND-PREVIOUS-READING
           IF WS-PREV-DATE >= MF-READ-DATE
               MOVE "OUT OF DATE ORDER" TO WS-REJECT-REASON
               PERFORM REJECT-READING
               EXIT PARAGRAPH
           END-IF
           IF WS-PREV-DATE > 0 AND MF-READING < WS-PREV-READING
               MOVE "BELOW PREVIOUS READING" TO WS-REJECT-REASON
               PERFORM REJECT-READING
               EXIT PARAGRAPH
           END-IF

           MOVE MF-UTILITY TO MT-UTILITY
           MOVE MF-SCOPE TO MT-SCOPE
           IF MF-SCOPE = 'R'
               MOVE MF-ROOM-ID TO MT-ROOM-ID
               MOVE SPACES TO MT-BUILDING
               MOVE 0 TO MT-FLOOR
           ELSE
               MOVE SPACES TO MT-ROOM-ID
               MOVE MF-BUILDING TO MT-BUILDING
               MOVE MF-FLOOR TO MT-FLOOR
           END-IF
           MOVE MF-READ-DATE TO MT-READ-DATE
           MOVE MF-READING TO MT-READING
           MOVE WS-PREV-DATE TO MT-PREV-DATE
           *> A meter's first reading is its baseline.
           IF WS-PREV-DATE = 0
               MOVE 0 TO MT-CONSUMPTION
           ELSE
               COMPUTE MT-CONSUMPTION = MF-READING - WS-PREV-READING
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO MT-IMPORTED-DATE
           WRITE METER-READING-RECORD
               INVALID KEY
                   MOVE "DUPLICATE READING" TO WS-REJECT-REASON
                   PERFORM REJECT-READING
               NOT INVALID KEY
                   ADD 1 TO WS-STORED-COUNT
           END-WRITE.

       VALIDATE-READING.
           IF MF-UTILITY NOT = 'E' AND MF-UTILITY NOT = 'W'
               MOVE "UTILITY NOT E OR W" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MF-READ-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(MF-READ-DATE) NOT = 0
               MOVE "BAD READING DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MF-READING IS NOT NUMERIC
               MOVE "BAD READING VALUE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE MF-SCOPE
               WHEN 'R'
                   OPEN INPUT ROOMS-FILE
                   MOVE MF-ROOM-ID TO ROOM-ID
                   READ ROOMS-FILE KEY IS ROOM-ID
                       INVALID KEY
                           MOVE "UNKNOWN ROOM" TO WS-REJECT-REASON
                   END-READ
                   CLOSE ROOMS-FILE
               WHEN 'F'
                   IF MF-FLOOR IS NOT NUMERIC
                       MOVE "BAD FLOOR" TO WS-REJECT-REASON
                   ELSE
                       PERFORM COUNT-FLOOR-ROOMS
                       IF WS-FLOOR-ROOMS = 0
                           MOVE "NO ROOMS ON THAT FLOOR"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "SCOPE NOT R OR F" TO WS-REJECT-REASON
           END-EVALUATE.

       COUNT-FLOOR-ROOMS.
           MOVE 0 TO WS-FLOOR-ROOMS
           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-OK
               MOVE 'N' TO WS-MT-EOF
               PERFORM UNTIL WS-MT-EOF = 'Y'
                   READ ROOMS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-MT-EOF
                       NOT AT END
                           IF R-BUILDING = MF-BUILDING
                              AND R-FLOOR = MF-FLOOR
                               ADD 1 TO WS-FLOOR-ROOMS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROOMS-FILE.

       *> Readings of one meter sit together in key order, oldest
       *> first; the last one read before the key changes is the
       *> meter's latest.
       FIND-PREVIOUS-READING.
           MOVE 0 TO WS-PREV-DATE
           MOVE 0 TO WS-PREV-READING
           MOVE 0 TO MT-READ-DATE
           MOVE MT-KEY(1:27) TO WS-SAVE-KEY
           MOVE 'N' TO WS-MT-EOF
           START METERS-FILE KEY IS >= MT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MT-EOF
           END-START
           PERFORM UNTIL WS-MT-EOF = 'Y'
               READ METERS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MT-EOF
                   NOT AT END
                       IF MT-KEY(1:27) NOT = WS-SAVE-KEY(1:27)
                           MOVE 'Y' TO WS-MT-EOF
                       ELSE
                           MOVE MT-READ-DATE TO WS-PREV-DATE
                           MOVE MT-READING TO WS-PREV-READING
                       END-IF
               END-READ
           END-PERFORM.

       REJECT-READING.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MX-LINE
           STRING "REJECT " MF-UTILITY " " MF-SCOPE " " MF-ROOM-ID
               " " MF-BUILDING " " MF-FLOOR " " MF-READ-DATE " "
               MF-READING " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO MX-LINE
           WRITE MX-LINE.

       RETIRE-PROCESSED-FEED.
           MOVE '../DATA/METERFEED.DONE' TO WS-NEW-PATH
           CALL 'CBL_DELETE_FILE' USING WS-NEW-PATH
               RETURNING WS-CALL-STATUS
           MOVE '../DATA/METERFEED.DAT' TO WS-OLD-PATH
           CALL 'CBL_RENAME_FILE' USING WS-OLD-PATH WS-NEW-PATH
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               DISPLAY "Could not retire METERFEED.DAT - remove it "
                       "by hand before the next run."
           END-IF.

      *****************************************************************
      * MONTHLY UTILITY REPORT
      *****************************************************************
       MONTHLY-UTILITY-REPORT.
           DISPLAY "Month (YYYYMM): "
           ACCEPT WS-IN-MONTH
           COMPUTE WS-MONTH-START = WS-IN-MONTH * 100 + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MONTH-START) NOT = 0
               DISPLAY "Invalid month."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Flag vacant rooms using more than how many kWh "
                   "(0 = " WS-ELEC-LIMIT "): "
           ACCEPT WS-IN-ELEC-LIMIT
           IF WS-IN-ELEC-LIMIT > 0
               MOVE WS-IN-ELEC-LIMIT TO WS-ELEC-LIMIT
           END-IF
           DISPLAY "... or how many m3 of water (0 = "
                   WS-WATER-LIMIT "): "
           ACCEPT WS-IN-WATER-LIMIT
           IF WS-IN-WATER-LIMIT > 0
               MOVE WS-IN-WATER-LIMIT TO WS-WATER-LIMIT
           END-IF

           IF WS-IN-MONTH(5:2) = '12'
               COMPUTE WS-MONTH-NEXT = WS-MONTH-START + 8900
           ELSE
               COMPUTE WS-MONTH-NEXT = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-MONTH-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-NEXT)

           PERFORM LOAD-REPORT-ROOMS
           IF WS-ROOM-COUNT = 0
               DISPLAY "No rooms on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM SPREAD-MONTH-READINGS
           PERFORM COUNT-OCCUPIED-NIGHTS
           PERFORM BUILD-GROUPS
           PERFORM WRITE-UTILITY-REPORT
           DISPLAY "Vacant rooms flagged: " WS-FLAG-COUNT
           DISPLAY "Report written to UTILITY.RPT".

       LOAD-REPORT-ROOMS.
           MOVE 0 TO WS-ROOM-COUNT
           INITIALIZE WS-ROOM-TABLE
           OPEN INPUT ROOMS-FILE
           IF ROOM-FILE-ERROR
               CLOSE ROOMS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOMS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ROOM-COUNT < 1000
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE ROOM-ID TO WS-RM-ID(WS-ROOM-COUNT)
                           MOVE R-BUILDING
                               TO WS-RM-BUILDING(WS-ROOM-COUNT)
                           MOVE R-FLOOR TO WS-RM-FLOOR(WS-ROOM-COUNT)
                           MOVE ROOM-TYPE TO WS-RM-TYPE(WS-ROOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE 'N' TO WS-EOF.

       *> A reading's consumption belongs to the month it is dated
       *> in. Floor readings are shared equally over the floor's
       *> rooms, any remainder to the first room.
       SPREAD-MONTH-READINGS.
           OPEN INPUT METERS-FILE
           IF MT-FILE-ERROR
               CLOSE METERS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ METERS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MT-READ-DATE >= WS-MONTH-START
                          AND MT-READ-DATE < WS-MONTH-NEXT
                          AND MT-CONSUMPTION > 0
                           IF MT-SCOPE = 'R'
                               PERFORM ADD-ROOM-READING
                           ELSE
                               PERFORM ADD-FLOOR-READING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METERS-FILE
           MOVE 'N' TO WS-EOF.

       ADD-ROOM-READING.
           MOVE MT-ROOM-ID TO WS-SEEK-ROOM-ID
           PERFORM FIND-ROOM-SLOT
           IF WS-ROOM-HIT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF MT-UTILITY = 'E'
               ADD MT-CONSUMPTION TO WS-RM-OWN-ELEC(WS-ROOM-IDX)
               ADD MT-CONSUMPTION TO WS-RM-ELEC(WS-ROOM-IDX)
           ELSE
               ADD MT-CONSUMPTION TO WS-RM-OWN-WATER(WS-ROOM-IDX)
               ADD MT-CONSUMPTION TO WS-RM-WATER(WS-ROOM-IDX)
           END-IF.

       ADD-FLOOR-READING.
           MOVE 0 TO WS-FLOOR-ROOMS
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF WS-RM-BUILDING(WS-ROOM-IDX) = MT-BUILDING
                  AND WS-RM-FLOOR(WS-ROOM-IDX) = MT-FLOOR
                   ADD 1 TO WS-FLOOR-ROOMS
               END-IF
           END-PERFORM
           IF WS-FLOOR-ROOMS = 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE MT-CONSUMPTION BY WS-FLOOR-ROOMS
               GIVING WS-SHARE REMAINDER WS-SHARE-REMAINDER
           MOVE 'Y' TO WS-FIRST-ON-FLOOR
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF WS-RM-BUILDING(WS-ROOM-IDX) = MT-BUILDING
                  AND WS-RM-FLOOR(WS-ROOM-IDX) = MT-FLOOR
                   IF MT-UTILITY = 'E'
                       ADD WS-SHARE TO WS-RM-ELEC(WS-ROOM-IDX)
                   ELSE
                       ADD WS-SHARE TO WS-RM-WATER(WS-ROOM-IDX)
                   END-IF
                   IF WS-FIRST-ON-FLOOR = 'Y'
                       MOVE 'N' TO WS-FIRST-ON-FLOOR
                       IF MT-UTILITY = 'E'
                           ADD WS-SHARE-REMAINDER
                               TO WS-RM-ELEC(WS-ROOM-IDX)
                       ELSE
                           ADD WS-SHARE-REMAINDER
                               TO WS-RM-WATER(WS-ROOM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *> Nights each stay spent in the month; a stay still in house
       *> counts up to today.
       COUNT-OCCUPIED-NIGHTS.
           OPEN INPUT CHECKINOUT-FILE
           IF CIO-FILE-ERROR
               CLOSE CHECKINOUT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-STAY
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE
           MOVE 'N' TO WS-EOF.

       COUNT-ONE-STAY.
           IF ACTUAL-CHECKIN-DATE = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(ACTUAL-CHECKIN-DATE)
                 NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAY-FROM-INT =
               FUNCTION INTEGER-OF-DATE(ACTUAL-CHECKIN-DATE)
           IF CHECKOUT-FLAG = 'Y' AND CHECKOUT-DATE > 0
               COMPUTE WS-STAY-TO-INT =
                   FUNCTION INTEGER-OF-DATE(CHECKOUT-DATE)
           ELSE
               COMPUTE WS-STAY-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           END-IF
           IF WS-STAY-FROM-INT < WS-MONTH-START-INT
               MOVE WS-MONTH-START-INT TO WS-STAY-FROM-INT
           END-IF
           IF WS-STAY-TO-INT > WS-MONTH-NEXT-INT
               MOVE WS-MONTH-NEXT-INT TO WS-STAY-TO-INT
           END-IF
           COMPUTE WS-STAY-NIGHTS = WS-STAY-TO-INT - WS-STAY-FROM-INT
           IF WS-STAY-NIGHTS <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE ROOM-ID-IO TO WS-SEEK-ROOM-ID
           PERFORM FIND-ROOM-SLOT
           IF WS-ROOM-HIT = 'Y'
               ADD WS-STAY-NIGHTS TO WS-RM-NIGHTS(WS-ROOM-IDX)
           END-IF.

       FIND-ROOM-SLOT.
           MOVE 'N' TO WS-ROOM-HIT
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF WS-RM-ID(WS-ROOM-IDX) = WS-SEEK-ROOM-ID
                   MOVE 'Y' TO WS-ROOM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-GROUPS.
           MOVE 0 TO WS-GROUP-COUNT
           INITIALIZE WS-GROUP-TABLE
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               PERFORM FIND-GROUP-SLOT
               ADD 1 TO WS-GP-ROOMS(WS-GROUP-IDX)
               ADD WS-RM-NIGHTS(WS-ROOM-IDX)
                   TO WS-GP-NIGHTS(WS-GROUP-IDX)
               ADD WS-RM-ELEC(WS-ROOM-IDX) TO WS-GP-ELEC(WS-GROUP-IDX)
               ADD WS-RM-WATER(WS-ROOM-IDX)
                   TO WS-GP-WATER(WS-GROUP-IDX)
           END-PERFORM.

       FIND-GROUP-SLOT.
           MOVE 'N' TO WS-GROUP-HIT
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GP-BUILDING(WS-GROUP-IDX)
                      = WS-RM-BUILDING(WS-ROOM-IDX)
                  AND WS-GP-TYPE(WS-GROUP-IDX) = WS-RM-TYPE(WS-ROOM-IDX)
                   MOVE 'Y' TO WS-GROUP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GROUP-HIT = 'N'
               IF WS-GROUP-COUNT < 50
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-RM-BUILDING(WS-ROOM-IDX)
                       TO WS-GP-BUILDING(WS-GROUP-COUNT)
                   MOVE WS-RM-TYPE(WS-ROOM-IDX)
                       TO WS-GP-TYPE(WS-GROUP-COUNT)
               END-IF
               MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
           END-IF.

       WRITE-UTILITY-REPORT.
           MOVE 0 TO WS-TOTAL-NIGHTS
           MOVE 0 TO WS-TOTAL-ELEC
           MOVE 0 TO WS-TOTAL-WATER
           MOVE 0 TO WS-FLAG-COUNT
           OPEN OUTPUT UTILITY-REPORT-FILE
           MOVE SPACES TO UR-LINE
           STRING "UTILITY CONSUMPTION PER OCCUPIED ROOM NIGHT - "
               WS-IN-MONTH
               DELIMITED BY SIZE INTO UR-LINE
           WRITE UR-LINE
           MOVE ALL "=" TO UR-LINE
           WRITE UR-LINE
           MOVE SPACES TO UR-LINE
           STRING "BUILDING   ROOM TYPE  ROOMS OCC NIGHTS "
               "      KWH  KWH/NIGHT   WATER M3   M3/NIGHT"
               DELIMITED BY SIZE INTO UR-LINE
           WRITE UR-LINE
           MOVE ALL "-" TO UR-LINE
           WRITE UR-LINE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               ADD WS-GP-NIGHTS(WS-GROUP-IDX) TO WS-TOTAL-NIGHTS
               ADD WS-GP-ELEC(WS-GROUP-IDX) TO WS-TOTAL-ELEC
               ADD WS-GP-WATER(WS-GROUP-IDX) TO WS-TOTAL-WATER
               MOVE 0 TO WS-ELEC-PER-NIGHT
               MOVE 0 TO WS-WATER-PER-NIGHT
               IF WS-GP-NIGHTS(WS-GROUP-IDX) > 0
                   COMPUTE WS-ELEC-PER-NIGHT ROUNDED =
                       WS-GP-ELEC(WS-GROUP-IDX)
                       / WS-GP-NIGHTS(WS-GROUP-IDX)
                   COMPUTE WS-WATER-PER-NIGHT ROUNDED =
                       WS-GP-WATER(WS-GROUP-IDX)
                       / WS-GP-NIGHTS(WS-GROUP-IDX)
               END-IF
               MOVE WS-ELEC-PER-NIGHT TO WS-ELEC-PER-NIGHT-ED
               MOVE WS-WATER-PER-NIGHT TO WS-WATER-PER-NIGHT-ED
               MOVE SPACES TO UR-LINE
               STRING WS-GP-BUILDING(WS-GROUP-IDX) " "
                   WS-GP-TYPE(WS-GROUP-IDX) " "
                   WS-GP-ROOMS(WS-GROUP-IDX) "     "
                   WS-GP-NIGHTS(WS-GROUP-IDX) " "
                   WS-GP-ELEC(WS-GROUP-IDX) " "
                   WS-ELEC-PER-NIGHT-ED " "
                   WS-GP-WATER(WS-GROUP-IDX) " "
                   WS-WATER-PER-NIGHT-ED
                   DELIMITED BY SIZE INTO UR-LINE
               WRITE UR-LINE
           END-PERFORM
           MOVE ALL "-" TO UR-LINE
           WRITE UR-LINE
           MOVE 0 TO WS-ELEC-PER-NIGHT
           MOVE 0 TO WS-WATER-PER-NIGHT
           IF WS-TOTAL-NIGHTS > 0
               COMPUTE WS-ELEC-PER-NIGHT ROUNDED =
                   WS-TOTAL-ELEC / WS-TOTAL-NIGHTS
               COMPUTE WS-WATER-PER-NIGHT ROUNDED =
                   WS-TOTAL-WATER / WS-TOTAL-NIGHTS
           END-IF
           MOVE WS-ELEC-PER-NIGHT TO WS-ELEC-PER-NIGHT-ED
           MOVE WS-WATER-PER-NIGHT TO WS-WATER-PER-NIGHT-ED
           MOVE SPACES TO UR-LINE
           STRING "HOUSE                        " WS-TOTAL-NIGHTS " "
               WS-TOTAL-ELEC WS-ELEC-PER-NIGHT-ED " "
               WS-TOTAL-WATER WS-WATER-PER-NIGHT-ED
               DELIMITED BY SIZE INTO UR-LINE
           WRITE UR-LINE

           MOVE SPACES TO UR-LINE
           WRITE UR-LINE
           MOVE SPACES TO UR-LINE
           STRING "VACANT ALL MONTH - OWN METER ABOVE "
               WS-ELEC-LIMIT " KWH OR " WS-WATER-LIMIT " M3"
               DELIMITED BY SIZE INTO UR-LINE
           WRITE UR-LINE
           MOVE "ROOM  BUILDING   FLOOR ROOM TYPE        KWH   WATER M3"
               TO UR-LINE
           WRITE UR-LINE
           MOVE ALL "-" TO UR-LINE
           WRITE UR-LINE
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF WS-RM-NIGHTS(WS-ROOM-IDX) = 0
                  AND (WS-RM-OWN-ELEC(WS-ROOM-IDX) > WS-ELEC-LIMIT
                   OR WS-RM-OWN-WATER(WS-ROOM-IDX) > WS-WATER-LIMIT)
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE SPACES TO UR-LINE
                   STRING WS-RM-ID(WS-ROOM-IDX) " "
                       WS-RM-BUILDING(WS-ROOM-IDX) " "
                       WS-RM-FLOOR(WS-ROOM-IDX) "    "
                       WS-RM-TYPE(WS-ROOM-IDX) " "
                       WS-RM-OWN-ELEC(WS-ROOM-IDX) " "
                       WS-RM-OWN-WATER(WS-ROOM-IDX)
                       DELIMITED BY SIZE INTO UR-LINE
                   WRITE UR-LINE
               END-IF
           END-PERFORM
           IF WS-FLAG-COUNT = 0
               MOVE "NONE" TO UR-LINE
               WRITE UR-LINE
           END-IF
           CLOSE UTILITY-REPORT-FILE
           MOVE 'UTILITY' TO RCA-REPORT-NAME
           MOVE '../DATA/UTILITY.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA.

       END PROGRAM energyMeters.
