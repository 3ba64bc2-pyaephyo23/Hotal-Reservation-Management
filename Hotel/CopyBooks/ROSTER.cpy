       01  ROSTER-RECORD.
           05  DR-KEY.
               10  DR-DATE         PIC 9(8).
               10  DR-STAFF-ID     PIC X(5).
               10  DR-SHIFT        PIC X(5).
           05  DR-DEPARTMENT       PIC X(12).
           05  DR-STAFF-NAME       PIC X(30).
           05  DR-PROPERTY         PIC X(4).
           05  DR-SHIFT-START      PIC 9(4).
           05  DR-SHIFT-END        PIC 9(4).
           05  DR-ROSTERED         PIC X.
           05  DR-STATUS           PIC X(10).
           05  DR-CLOCK-IN         PIC 9(4).
           05  DR-CLOCK-OUT-DATE   PIC 9(8).
           05  DR-CLOCK-OUT        PIC 9(4).
           05  DR-WORKED-MIN       PIC 9(4).
           05  DR-CREATED-BY       PIC X(5).
