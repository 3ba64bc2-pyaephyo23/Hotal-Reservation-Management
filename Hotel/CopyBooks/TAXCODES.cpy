       01  TAXCODE-RECORD.
           05  TC-CODE             PIC X(4).
           05  TC-DESC             PIC X(20).
           05  TC-RATE             PIC 9(2).
           05  TC-STATUS           PIC X(10).
