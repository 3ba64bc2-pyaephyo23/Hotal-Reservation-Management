       01  PACKAGE-RECORD.
           05  PKG-CODE            PIC X(10).
           05  PKG-DESC            PIC X(20).
           05  PKG-BREAKFAST-PRICE PIC 9(7).
           05  PKG-DINNER-PRICE    PIC 9(7).
           05  PKG-STATUS          PIC X(10).
