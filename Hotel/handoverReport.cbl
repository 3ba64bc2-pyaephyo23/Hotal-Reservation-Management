      * (today's bookings not yet checked in), departures not yet
      * out, open waitlist entries, rooms out of service with their
      * expected return dates, and the shift window's drawer take by
      * payment method, and the staff master keys and pass cards
      * still signed out. A privacy-flagged guest is printed under
      * their alias.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-ID
               FILE STATUS IS WS-TR-FILE-STATUS.
           SELECT MASTERKEY-FILE ASSIGN TO '../DATA/MASTERKEY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KEY-ID
               FILE STATUS IS WS-MK-FILE-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO '../DATA/HANDOVER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  TRACES-FILE.
       COPY "./CopyBooks/TRACES.cpy".

       FD  MASTERKEY-FILE.
       COPY "./CopyBooks/MASTERKEY.cpy".

       FD  HANDOVER-FILE.
       01  HO-LINE                 PIC X(90).

       01  WS-TR-EOF               PIC X.
       01  WS-TRACE-DUE-COUNT      PIC 9(3).

       01  WS-MK-FILE-STATUS       PIC 99.
           88 MK-FILE-OK           VALUE 00.
           88 MK-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-MK-EOF               PIC X.
       01  WS-KEYS-OUT-COUNT       PIC 9(3) VALUE 0.
       01  WS-KEYS-LOST-COUNT      PIC 9(3) VALUE 0.

       01  WS-BK-FILE-STATUS       PIC 99.
           88 BK-FILE-OK           VALUE 00.
           88 BK-FILE-ERROR        VALUE 01 THRU 99.
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).
       01  WS-CURRENT-DATE-NUM     PIC 9(8).
       01  WS-HO-GUEST-NAME        PIC X(30).

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       *> Privacy-flagged guests print under their alias
       COPY "./CopyBooks/PRIVAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           PERFORM LIST-OPEN-WAITLIST
           PERFORM LIST-OOS-ROOMS
           PERFORM LIST-DUE-TRACES
           PERFORM LIST-KEYS-NOT-RETURNED
           PERFORM TALLY-WINDOW-PAYMENTS

           MOVE ALL "-" TO HO-LINE
               & "______________" TO HO-LINE
           WRITE HO-LINE
           CLOSE HANDOVER-FILE
           MOVE 'HANDOVER' TO RCA-REPORT-NAME
           MOVE '../DATA/HANDOVER.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY " "
           DISPLAY "Arrivals still due  : " WS-ARRIVALS-DUE
           DISPLAY "Open waitlist       : " WS-WAITLIST-OPEN
           DISPLAY "Rooms out of service: " WS-OOS-COUNT
           DISPLAY "Traces still open   : " WS-TRACE-DUE-COUNT
           DISPLAY "Master keys out     : " WS-KEYS-OUT-COUNT
           DISPLAY "Window payments     : " WS-PAYMENTS-TOTAL
           DISPLAY "Report written to HANDOVER.RPT"
           GOBACK.
                          AND CHECKIN-DATE = WS-CURRENT-DATE-NUM
                          AND CHEKIN-FLAG = 'N'
                           ADD 1 TO WS-ARRIVALS-DUE
                           MOVE CUSTOMER-PH-BK TO PM-VALUE
                           CALL 'maskPii' USING PII-MASK-AREA
                           MOVE 0 TO GPA-CHECKIN-ID
                           PERFORM SET-HANDOVER-NAME
                           IF GPA-IS-PRIVATE
                               MOVE SPACES TO PM-VALUE
                           END-IF
                           MOVE SPACES TO HO-LINE
                           STRING "  BK " BOOKING-ID
                               " ROOM " ROOM-ID-BK
                               " " WS-HO-GUEST-NAME
                               " PH " PM-VALUE(1:15)
                               DELIMITED BY SIZE INTO HO-LINE
                           WRITE HO-LINE
                       END-IF
                   IF CHECKOUT-DATE IN BOOKING-RECORD <=
                           WS-CURRENT-DATE-NUM
                       ADD 1 TO WS-DEPARTURES-DUE
                       MOVE CHECKIN-ID TO GPA-CHECKIN-ID
                       PERFORM SET-HANDOVER-NAME
                       MOVE SPACES TO HO-LINE
                       STRING "  STAY " CHECKIN-ID
                           " ROOM " ROOM-ID-IO
                           " " WS-HO-GUEST-NAME
                           DELIMITED BY SIZE INTO HO-LINE
                       WRITE HO-LINE
                   END-IF
           END-READ
           CLOSE BOOKING-FILE.

       *> The booking's name, or the alias when the guest has asked
       *> us not to confirm the stay
       SET-HANDOVER-NAME.
           MOVE 'Q' TO GPA-MODE
           MOVE BOOKING-ID TO GPA-BOOKING-ID
           MOVE 'handoverReport' TO GPA-PROGRAM
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               MOVE GPA-ALIAS TO WS-HO-GUEST-NAME
           ELSE
               MOVE CUSTOMER-NAME-BK TO WS-HO-GUEST-NAME
           END-IF.

       LIST-OPEN-WAITLIST.
           MOVE "OPEN WAITLIST ENTRIES" TO HO-LINE
           WRITE HO-LINE
           END-PERFORM
           CLOSE ROOMS-FILE.

       *> Master keys and pass cards still signed out from the key
       *> log, and lost keys whose re-key order is outstanding.
       LIST-KEYS-NOT-RETURNED.
           OPEN INPUT MASTERKEY-FILE
           IF MK-FILE-ERROR
               CLOSE MASTERKEY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HO-LINE
           WRITE HO-LINE
           MOVE "MASTER KEYS / PASS CARDS NOT RETURNED" TO HO-LINE
           WRITE HO-LINE
           MOVE 'N' TO WS-MK-EOF
           PERFORM UNTIL WS-MK-EOF = 'Y'
               READ MASTERKEY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MK-EOF
                   NOT AT END
                       EVALUATE FUNCTION TRIM(MK-STATUS)
                           WHEN 'Issued'
                               ADD 1 TO WS-KEYS-OUT-COUNT
                               MOVE SPACES TO HO-LINE
                               STRING "  " MK-KEY-ID " " MK-AREA " "
                                   MK-HOLDER-ID " " MK-HOLDER-NAME
                                   " OUT " MK-ISSUED-DATE " "
                                   MK-ISSUED-TIME
                                   DELIMITED BY SIZE INTO HO-LINE
                               WRITE HO-LINE
                           WHEN 'Lost'
                               ADD 1 TO WS-KEYS-LOST-COUNT
                               MOVE SPACES TO HO-LINE
                               STRING "  " MK-KEY-ID " " MK-AREA
                                   " LOST - RE-KEY WORK ORDER "
                                   MK-REKEY-WO
                                   DELIMITED BY SIZE INTO HO-LINE
                               WRITE HO-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MASTERKEY-FILE
           IF WS-KEYS-OUT-COUNT = 0 AND WS-KEYS-LOST-COUNT = 0
               MOVE "  (none)" TO HO-LINE
               WRITE HO-LINE
           END-IF.

       *> Open traces due today or earlier ride every handover
       *> until someone actions them in the trace screen.
       LIST-DUE-TRACES.
