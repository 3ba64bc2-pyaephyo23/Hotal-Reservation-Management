       01  INVTAX-RECORD.
           05  IT-KEY.
               10  IT-INVOICE-ID   PIC 9(5).
               10  IT-TAX-CODE     PIC X(4).
           05  IT-TAX-RATE         PIC 9(2).
           05  IT-TAXABLE-BASE     PIC 9(9).
           05  IT-ROOM-BASE        PIC 9(9).
           05  IT-TAX-AMOUNT       PIC 9(9).
           05  IT-EXEMPT-TAX       PIC 9(9).
           05  IT-INVOICE-DATE     PIC 9(8).
           05  IT-PROPERTY         PIC X(4).
