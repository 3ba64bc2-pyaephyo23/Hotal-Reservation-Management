           05  CL-AMOUNT           PIC 9(9).
           05  CL-ENTRY-DATE       PIC 9(8).
           05  CL-STATUS           PIC X(10).
           05  CL-APPLIED-AMT      PIC 9(9).
           05  CL-REFERENCE        PIC X(15).
