       01  HOUSE-POLICY-LINE.
           05  POL-KIND            PIC X(3).
           05  POL-TIME            PIC 9(4).
           05  POL-PCT             PIC 9(3).
