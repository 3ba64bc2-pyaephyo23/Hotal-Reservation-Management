       01  TAXEXEMPT-RECORD.
           05  TX-CERT-NO          PIC X(20).
           05  TX-ISSUER           PIC X(30).
           05  TX-VALID-FROM       PIC 9(8).
           05  TX-VALID-TO         PIC 9(8).
           05  TX-CUSTOMER-ID      PIC 9(5).
           05  TX-COMPANY          PIC X(30).
           05  TX-STATUS           PIC X(10).
           05  TX-ENTERED-BY       PIC X(5).
