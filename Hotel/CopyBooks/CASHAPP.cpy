       01  CASH-APP-RECORD.
           05  CA-ID               PIC 9(5).
           05  CA-DATE             PIC 9(8).
           05  CA-COMPANY-NAME     PIC X(30).
           05  CA-REFERENCE        PIC X(15).
           05  CA-RECEIPT-ENTRY    PIC 9(5).
           05  CA-CHARGE-ENTRY     PIC 9(5).
           05  CA-INVOICE-ID       PIC 9(5).
           05  CA-KIND             PIC X(10).
           05  CA-AMOUNT           PIC 9(9).
           05  CA-OPERATOR         PIC X(5).
