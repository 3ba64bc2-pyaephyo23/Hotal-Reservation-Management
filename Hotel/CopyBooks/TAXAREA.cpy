       01  TAX-CODE-AREA.
           05  TCA-MODE            PIC X.
           05  TCA-POSTED-BY       PIC X(15).
           05  TCA-SVC-CODE        PIC X(10).
           05  TCA-ROOM-TYPE       PIC X(10).
           05  TCA-CODE            PIC X(4).
           05  TCA-RATE            PIC 9(2).
           05  TCA-DESC            PIC X(20).
