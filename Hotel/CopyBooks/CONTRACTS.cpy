               10  CT-START-DATE   PIC 9(8).
           05  CT-END-DATE         PIC 9(8).
           05  CT-RATE             PIC 9(9).
           05  CT-COMMIT-NIGHTS    PIC 9(5).
