       01  CONTRACT-RECORD.
           05  CT-KEY.
               10  CT-COMPANY      PIC X(30).
               10  CT-ROOM-TYPE    PIC X(10).
               10  CT-START-DATE   PIC 9(8).
           05  CT-END-DATE         PIC 9(8).
           05  CT-RATE             PIC 9(9).
