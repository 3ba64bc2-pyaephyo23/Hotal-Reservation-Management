       01  ROOM-HISTORY-RECORD.
           05  RH-KEY.
               10  RH-ROOM-ID          PIC X(5).
               10  RH-EFFECTIVE-DATE   PIC 9(8).
               10  RH-RECORDED-AT      PIC X(14).
           05  RH-EVENT            PIC X(8).
           05  RH-OLD-TYPE         PIC X(10).
           05  RH-NEW-TYPE         PIC X(10).
           05  RH-OTHER-ROOM-ID    PIC X(5).
           05  RH-OLD-BUILDING     PIC X(10).
           05  RH-NEW-BUILDING     PIC X(10).
           05  RH-PROPERTY         PIC X(4).
           05  RH-REASON           PIC X(30).
           05  RH-RECORDED-BY      PIC X(5).
