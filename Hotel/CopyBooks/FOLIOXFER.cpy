       01  FOLIOXFER-RECORD.
           05  XF-ID               PIC 9(5).
           05  XF-DATE             PIC 9(8).
           05  XF-TIME             PIC 9(6).
           05  XF-FROM-CHECKIN     PIC 9(5).
           05  XF-FROM-ROOM        PIC X(5).
           05  XF-FROM-LINE-ID     PIC 9(5).
           05  XF-TO-CHECKIN       PIC 9(5).
           05  XF-TO-ROOM          PIC X(5).
           05  XF-TO-LINE-ID       PIC 9(5).
           05  XF-SVC-CODE         PIC X(10).
           05  XF-SVC-DESC         PIC X(20).
           05  XF-AMOUNT           PIC 9(7).
           05  XF-SIGN             PIC X.
           05  XF-REASON           PIC X(30).
           05  XF-OPERATOR         PIC X(5).
           05  XF-PROPERTY         PIC X(4).
