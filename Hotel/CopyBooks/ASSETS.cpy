       01  ASSET-RECORD.
           05  FA-ASSET-TAG        PIC X(10).
           05  FA-ROOM-ID          PIC X(5).
           05  FA-CATEGORY         PIC X(12).
           05  FA-MAKE             PIC X(15).
           05  FA-MODEL            PIC X(15).
           05  FA-SERIAL-NO        PIC X(20).
           05  FA-SUPPLIER         PIC X(20).
           05  FA-PURCHASE-DATE    PIC 9(8).
           05  FA-INSTALL-DATE     PIC 9(8).
           05  FA-COST             PIC 9(9).
           05  FA-WARRANTY-EXPIRY  PIC 9(8).
           05  FA-LIFE-YEARS       PIC 9(2).
           05  FA-STATUS           PIC X(10).
           05  FA-DISPOSED-DATE    PIC 9(8).
