       01 WS-BACKUP-SUFFIX   PIC X(14).
       01 WS-SOURCE-NAME     PIC X(60).
       01 WS-BACKUP-NAME     PIC X(60).
       COPY "./CopyBooks/LAYOUTAREA.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           IF FILE-MISSING
               OPEN OUTPUT CUSTOMER-FILE
               DISPLAY "Created CUSTOMER-FILE (was missing)."
               MOVE 'CUSTOMERS' TO LC-FILE-NAME
               PERFORM STAMP-CURRENT-LAYOUT
           ELSE
               DISPLAY "CUSTOMER-FILE already exists - left untouched."
           END-IF
           IF FILE-MISSING
               OPEN OUTPUT BOOKING-FILE
               DISPLAY "Created BOOKING-FILE (was missing)."
               MOVE 'BOOKINGS' TO LC-FILE-NAME
               PERFORM STAMP-CURRENT-LAYOUT
           ELSE
               DISPLAY "BOOKING-FILE already exists - left untouched."
           END-IF
           IF FILE-MISSING
               OPEN OUTPUT INVOICE-FILE
               DISPLAY "Created INVOICE-FILE (was missing)."
               MOVE 'INVOICES' TO LC-FILE-NAME
               PERFORM STAMP-CURRENT-LAYOUT
           ELSE
               DISPLAY "INVOICE-FILE already exists - left untouched."
           END-IF
           IF FILE-MISSING
               OPEN OUTPUT CHECKINOUT-FILE
               DISPLAY "Created CHECKINOUT-FILE (was missing)."
               MOVE 'CHECKINOUT' TO LC-FILE-NAME
               PERFORM STAMP-CURRENT-LAYOUT
           ELSE
               DISPLAY "CHECKINOUT-FILE already exists - left "
                       "untouched."
           IF FILE-MISSING
               OPEN OUTPUT STAYLOG-FILE
               DISPLAY "Created STAYLOG-FILE (was missing)."
               MOVE 'STAYLOG' TO LC-FILE-NAME
               PERFORM STAMP-CURRENT-LAYOUT
           ELSE
               DISPLAY "STAYLOG-FILE already exists - left untouched."
           END-IF
           IF FILE-MISSING
               OPEN OUTPUT ROOMS-FILE
               DISPLAY "Created ROOMS-FILE (was missing)."
               MOVE 'ROOMS' TO LC-FILE-NAME
               PERFORM STAMP-CURRENT-LAYOUT
           ELSE
               DISPLAY "ROOMS-FILE already exists - left untouched."
           END-IF
           IF FILE-MISSING
               OPEN OUTPUT GUEST-FILE
               DISPLAY "Created GUEST-FILE (was missing)."
               MOVE 'GUESTS' TO LC-FILE-NAME
               PERFORM STAMP-CURRENT-LAYOUT
           ELSE
               DISPLAY "GUEST-FILE already exists - left untouched."
           END-IF
           END-IF
           OPEN OUTPUT CUSTOMER-FILE
           CLOSE CUSTOMER-FILE
           MOVE 'CUSTOMERS' TO LC-FILE-NAME
           PERFORM STAMP-CURRENT-LAYOUT
           DISPLAY "CUSTOMER-FILE reset.".

       RESET-ONE-FILE-BOOKING.
           END-IF
           OPEN OUTPUT BOOKING-FILE
           CLOSE BOOKING-FILE
           MOVE 'BOOKINGS' TO LC-FILE-NAME
           PERFORM STAMP-CURRENT-LAYOUT
           DISPLAY "BOOKING-FILE reset.".

       RESET-ONE-FILE-INVOICE.
           END-IF
           OPEN OUTPUT INVOICE-FILE
           CLOSE INVOICE-FILE
           MOVE 'INVOICES' TO LC-FILE-NAME
           PERFORM STAMP-CURRENT-LAYOUT
           DISPLAY "INVOICE-FILE reset.".

       RESET-ONE-FILE-CHECKINOUT.
           END-IF
           OPEN OUTPUT CHECKINOUT-FILE
           CLOSE CHECKINOUT-FILE
           MOVE 'CHECKINOUT' TO LC-FILE-NAME
           PERFORM STAMP-CURRENT-LAYOUT
           DISPLAY "CHECKINOUT-FILE reset.".

       RESET-ONE-FILE-STAYLOG.
           END-IF
           OPEN OUTPUT STAYLOG-FILE
           CLOSE STAYLOG-FILE
           MOVE 'STAYLOG' TO LC-FILE-NAME
           PERFORM STAMP-CURRENT-LAYOUT
           DISPLAY "STAYLOG-FILE reset.".

       RESET-ONE-FILE-ROOMS.
           END-IF
           OPEN OUTPUT ROOMS-FILE
           CLOSE ROOMS-FILE
           MOVE 'ROOMS' TO LC-FILE-NAME
           PERFORM STAMP-CURRENT-LAYOUT
           DISPLAY "ROOMS-FILE reset.".

       RESET-ONE-FILE-GUEST.
           END-IF
           OPEN OUTPUT GUEST-FILE
           CLOSE GUEST-FILE
           MOVE 'GUESTS' TO LC-FILE-NAME
           PERFORM STAMP-CURRENT-LAYOUT
           DISPLAY "GUEST-FILE reset.".

      *****************************************************************
      * STAMP-CURRENT-LAYOUT - a file created or emptied here is in the
      * record layout this release writes, whatever LAYOUTS.DAT said
      * about the file it replaced.
      *****************************************************************
       STAMP-CURRENT-LAYOUT.
           MOVE 'Q' TO LC-MODE
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
           MOVE LC-CURRENT-VERSION TO LC-VERSION
           MOVE 'O' TO LC-MODE
           CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
           CANCEL 'layoutCheck'.

       END PROGRAM initFiles.
