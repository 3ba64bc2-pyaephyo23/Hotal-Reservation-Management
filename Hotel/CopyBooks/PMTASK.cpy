       01  PM-TASK-RECORD.
           05  PM-TASK-CODE        PIC X(8).
           05  PM-DESC             PIC X(30).
           05  PM-SCOPE            PIC X.
           05  PM-TARGET           PIC X(10).
           05  PM-FREQ-DAYS        PIC 9(3).
           05  PM-GRACE-DAYS       PIC 9(3).
           05  PM-CATEGORY         PIC X(12).
           05  PM-ENGINEER         PIC X(20).
           05  PM-START-DATE       PIC 9(8).
           05  PM-STATUS           PIC X(8).
