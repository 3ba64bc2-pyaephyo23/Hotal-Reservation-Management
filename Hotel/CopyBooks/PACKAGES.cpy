           05  PKG-BREAKFAST-PRICE PIC 9(7).
           05  PKG-DINNER-PRICE    PIC 9(7).
           05  PKG-STATUS          PIC X(10).
           05  PKG-CANCEL-POLICY   PIC X(8).
           05  PKG-BREAKFAST-TAX   PIC X(4).
           05  PKG-DINNER-TAX      PIC X(4).
