           05  CANCELLED-BY        PIC X(15).
           05  CANCEL-FEE-CHARGED  PIC 9(9).
           05  CANCEL-TIMESTAMP    PIC X(14).
           05  CANCEL-REVERSED-FLAG PIC X.
           05  CANCEL-REVERSED-AT  PIC X(14).
