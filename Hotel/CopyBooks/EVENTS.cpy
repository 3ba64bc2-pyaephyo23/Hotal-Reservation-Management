       01  EVENT-RECORD.
           05  EV-ID               PIC 9(5).
           05  EV-NAME             PIC X(30).
           05  EV-START-DATE       PIC 9(8).
           05  EV-END-DATE         PIC 9(8).
           05  EV-IMPACT           PIC X(6).
           05  EV-PROPERTY         PIC X(4).
           05  EV-CATEGORY         PIC X(10).
           05  EV-CREATED-BY       PIC X(5).
           05  EV-CREATED-DATE     PIC 9(8).
