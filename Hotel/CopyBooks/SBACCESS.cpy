       01  SAFE-BOX-ACCESS-RECORD.
           05  SA-ID               PIC 9(5).
           05  SA-BOX-NO           PIC 9(3).
           05  SA-CHECKIN-ID       PIC 9(5).
           05  SA-DATE             PIC 9(8).
           05  SA-TIME             PIC 9(4).
           05  SA-KIND             PIC X(10).
           05  SA-GUEST-NAME       PIC X(25).
           05  SA-WITNESS          PIC X(5).
           05  SA-SECOND-OP        PIC X(5).
           05  SA-NOTE             PIC X(30).
