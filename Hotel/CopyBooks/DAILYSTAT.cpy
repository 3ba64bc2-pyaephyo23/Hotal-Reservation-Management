           05  DS-PAYMENTS OCCURS 5 TIMES.
               10  DS-PAY-METHOD   PIC X(12).
               10  DS-PAY-AMOUNT   PIC 9(9).
           05  DS-COMP-ROOMS       PIC 9(5).
           05  DS-HOUSE-ROOMS      PIC 9(5).
