           05 GUEST-AGE           PIC 9(3).
           05 GUEST-GENDER        PIC X(1).
           05 GUEST-NRC           PIC X(25).
           05 GUEST-CHECKIN-ID    PIC 9(5).
           05 GUEST-NATIONALITY   PIC X(3).
           05 GUEST-RESIDENCE     PIC X(3).
           05 GUEST-ADDRESS       PIC X(40).
           05 GUEST-ASSIST.
               10 GUEST-ASSIST-MOBILITY PIC X.
               10 GUEST-ASSIST-HEARING  PIC X.
               10 GUEST-ASSIST-SIGHT    PIC X.
