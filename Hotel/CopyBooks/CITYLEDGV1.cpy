       01  CITY-LEDGER-RECORD.
           05  CL-ENTRY-ID         PIC 9(5).
           05  CL-COMPANY-NAME     PIC X(30).
           05  CL-INVOICE-ID       PIC 9(5).
           05  CL-BOOKING-ID       PIC 9(5).
           05  CL-ENTRY-TYPE       PIC X(8).
           05  CL-AMOUNT           PIC 9(9).
           05  CL-ENTRY-DATE       PIC 9(8).
           05  CL-STATUS           PIC X(10).
