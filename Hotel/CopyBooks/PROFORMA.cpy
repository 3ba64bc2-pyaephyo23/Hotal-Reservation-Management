       01  PROFORMA-RECORD.
           05  PF-ID               PIC 9(5).
           05  PF-KIND             PIC X.
           05  PF-BOOKING-ID       PIC 9(5).
           05  PF-GROUP-ID         PIC 9(5).
           05  PF-CUSTOMER-ID      PIC 9(5).
           05  PF-BILL-NAME        PIC X(30).
           05  PF-COMPANY          PIC X(30).
           05  PF-ARRIVAL-DATE     PIC 9(8).
           05  PF-DEPART-DATE      PIC 9(8).
           05  PF-ROOM-CHARGE      PIC 9(9).
           05  PF-SERVICE-CHARGE   PIC 9(9).
           05  PF-TAX-RATE         PIC 9(2).
           05  PF-TAX-AMOUNT       PIC 9(9).
           05  PF-LEVY-AMOUNT      PIC 9(9).
           05  PF-EXEMPT-CERT      PIC X(20).
           05  PF-TOTAL            PIC 9(9).
           05  PF-DEPOSIT-HELD     PIC 9(9).
           05  PF-AMOUNT-DUE       PIC 9(9).
           05  PF-CURRENCY         PIC X(3).
           05  PF-ISSUE-DATE       PIC 9(8).
           05  PF-VALID-UNTIL      PIC 9(8).
           05  PF-STATUS           PIC X(10).
           05  PF-PAID-AMOUNT      PIC 9(9).
           05  PF-PAID-DATE        PIC 9(8).
           05  PF-PAY-METHOD       PIC X(12).
           05  PF-PROPERTY         PIC X(4).
           05  PF-CREATED-BY       PIC X(5).
           05  PF-LINE-COUNT       PIC 9(2).
           05  PF-LINES OCCURS 20 TIMES.
               10  PF-LN-BOOKING-ID PIC 9(5).
               10  PF-LN-ROOM-ID   PIC X(5).
               10  PF-LN-ROOM-TYPE PIC X(10).
               10  PF-LN-NIGHTS    PIC 9(3).
               10  PF-LN-RATE      PIC 9(9).
               10  PF-LN-ROOM-CHG  PIC 9(9).
               10  PF-LN-SVC-CHG   PIC 9(9).
