       01  DUNNING-RECORD.
           05  DN-KEY.
               10  DN-KIND         PIC X.
               10  DN-ITEM-ID      PIC 9(5).
               10  DN-LEVEL        PIC 9.
           05  DN-ACCOUNT          PIC X(30).
           05  DN-ADDRESSEE        PIC X(30).
           05  DN-AMOUNT           PIC 9(9).
           05  DN-AGE-DAYS         PIC 9(5).
           05  DN-SENT-DATE        PIC 9(8).
           05  DN-SENT-BY          PIC X(5).
