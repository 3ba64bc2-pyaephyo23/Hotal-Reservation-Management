       01  GUEST-PRIVACY-AREA.
           05  GPA-MODE            PIC X.
           05  GPA-BOOKING-ID      PIC 9(5).
           05  GPA-CHECKIN-ID      PIC 9(5).
           05  GPA-CUSTOMER-ID     PIC 9(5).
           05  GPA-GUEST-NAME      PIC X(30).
           05  GPA-ALIAS           PIC X(30).
           05  GPA-SET-WHERE       PIC X(10).
           05  GPA-PROGRAM         PIC X(15).
           05  GPA-LOOKUP          PIC X(10).
           05  GPA-PRIVATE         PIC X.
               88 GPA-IS-PRIVATE   VALUE 'Y'.
           05  GPA-REVEAL          PIC X.
               88 GPA-REVEALED     VALUE 'Y'.
