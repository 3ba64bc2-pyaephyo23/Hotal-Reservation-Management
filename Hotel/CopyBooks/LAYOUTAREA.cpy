       01  LAYOUT-CHECK-AREA.
           05  LC-MODE             PIC X.
               88 LC-CHECK-ALL     VALUE 'C'.
               88 LC-STAMP-CURRENT VALUE 'S'.
               88 LC-STAMP-UNSTAMPED VALUE 'U'.
               88 LC-STAMP-BASE    VALUE 'B'.
               88 LC-STAMP-ONE     VALUE 'O'.
               88 LC-QUERY-ONE     VALUE 'Q'.
           05  LC-QUIET-FLAG       PIC X.
           05  LC-FILE-NAME        PIC X(16).
           05  LC-VERSION          PIC 9(2).
           05  LC-CURRENT-VERSION  PIC 9(2).
           05  LC-MISMATCH-COUNT   PIC 9(3).
           05  LC-UNSTAMPED-COUNT  PIC 9(3).
