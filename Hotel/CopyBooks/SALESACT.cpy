       01  SALES-ACTIVITY-RECORD.
           05  SA-ID               PIC 9(5).
           05  SA-ACCT-KIND        PIC X.
           05  SA-ACCOUNT          PIC X(30).
           05  SA-ACT-DATE         PIC 9(8).
           05  SA-ACT-TYPE         PIC X(10).
           05  SA-CONTACT          PIC X(30).
           05  SA-NOTES            PIC X(60).
           05  SA-NEXT-ACTION      PIC X(30).
           05  SA-NEXT-DUE         PIC 9(8).
           05  SA-ACTION-STATUS    PIC X(10).
           05  SA-LOGGED-BY        PIC X(5).
           05  SA-LOGGED-AT        PIC X(14).
           05  SA-DONE-BY          PIC X(5).
           05  SA-DONE-AT          PIC X(14).
