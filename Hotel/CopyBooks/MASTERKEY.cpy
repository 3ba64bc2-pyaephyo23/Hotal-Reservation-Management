       01  MASTER-KEY-RECORD.
           05  MK-KEY-ID           PIC X(6).
           05  MK-DESC             PIC X(20).
           05  MK-KIND             PIC X(4).
           05  MK-ACCESS-LEVEL     PIC X(8).
           05  MK-AREA             PIC X(10).
           05  MK-DEPARTMENT       PIC X(12).
           05  MK-HOLDER-ID        PIC X(5).
           05  MK-HOLDER-NAME      PIC X(20).
           05  MK-ISSUED-DATE      PIC 9(8).
           05  MK-ISSUED-TIME      PIC 9(4).
           05  MK-REKEY-WO         PIC 9(5).
           05  MK-STATUS           PIC X(10).
