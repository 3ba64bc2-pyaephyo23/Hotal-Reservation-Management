       01  KEY-MOVE-RECORD.
           05  KM-ID               PIC 9(5).
           05  KM-KEY-ID           PIC X(6).
           05  KM-KIND             PIC X(8).
           05  KM-HOLDER-ID        PIC X(5).
           05  KM-HOLDER-NAME      PIC X(20).
           05  KM-DATE             PIC 9(8).
           05  KM-TIME             PIC 9(4).
           05  KM-DONE-BY          PIC X(5).
           05  KM-NOTE             PIC X(30).
