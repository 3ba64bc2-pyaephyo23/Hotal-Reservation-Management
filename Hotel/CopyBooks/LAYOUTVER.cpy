       01  LAYOUT-VERSION-VALUES.
           05  FILLER  PIC X(18) VALUE 'AGENCIES        01'.
           05  FILLER  PIC X(18) VALUE 'AGYSETTLE       01'.
           05  FILLER  PIC X(18) VALUE 'ALLOTMENTS      01'.
           05  FILLER  PIC X(18) VALUE 'AMENITIES       01'.
           05  FILLER  PIC X(18) VALUE 'AMENMOVES       01'.
           05  FILLER  PIC X(18) VALUE 'AMUSAGE         01'.
           05  FILLER  PIC X(18) VALUE 'ASSETS          01'.
           05  FILLER  PIC X(18) VALUE 'AUDITLOG        01'.
           05  FILLER  PIC X(18) VALUE 'AVAILCNT        01'.
           05  FILLER  PIC X(18) VALUE 'BANKDEP         01'.
           05  FILLER  PIC X(18) VALUE 'BOOKINGS        02'.
           05  FILLER  PIC X(18) VALUE 'BOOKINGS_ARCHIVE02'.
           05  FILLER  PIC X(18) VALUE 'BUDGETS         01'.
           05  FILLER  PIC X(18) VALUE 'CANCELLATIONS   02'.
           05  FILLER  PIC X(18) VALUE 'CANCPOL         01'.
           05  FILLER  PIC X(18) VALUE 'CARDSETL        01'.
           05  FILLER  PIC X(18) VALUE 'CASHAPP         01'.
           05  FILLER  PIC X(18) VALUE 'CASHSESS        01'.
           05  FILLER  PIC X(18) VALUE 'CHARGEBACKS     01'.
           05  FILLER  PIC X(18) VALUE 'CHECKINOUT      02'.
           05  FILLER  PIC X(18) VALUE 'CITYLEDG        02'.
           05  FILLER  PIC X(18) VALUE 'CONTRACTS       02'.
           05  FILLER  PIC X(18) VALUE 'COUNTERS        01'.
           05  FILLER  PIC X(18) VALUE 'COUNTRIES       01'.
           05  FILLER  PIC X(18) VALUE 'CREDITNOTES     01'.
           05  FILLER  PIC X(18) VALUE 'CREDLIM         01'.
           05  FILLER  PIC X(18) VALUE 'CUSTOMERS       02'.
           05  FILLER  PIC X(18) VALUE 'DAILYSTATS      02'.
           05  FILLER  PIC X(18) VALUE 'DISPLACE        01'.
           05  FILLER  PIC X(18) VALUE 'DUNHOLD         01'.
           05  FILLER  PIC X(18) VALUE 'DUNNING         01'.
           05  FILLER  PIC X(18) VALUE 'EODSNAP         01'.
           05  FILLER  PIC X(18) VALUE 'EQUIPHOLD       01'.
           05  FILLER  PIC X(18) VALUE 'EQUIPMENT       01'.
           05  FILLER  PIC X(18) VALUE 'EVENTS          01'.
           05  FILLER  PIC X(18) VALUE 'FILECTL         01'.
           05  FILLER  PIC X(18) VALUE 'FOLIO           01'.
           05  FILLER  PIC X(18) VALUE 'FOLIOXFER       01'.
           05  FILLER  PIC X(18) VALUE 'FUNCEVTS        01'.
           05  FILLER  PIC X(18) VALUE 'FUNCROOMS       01'.
           05  FILLER  PIC X(18) VALUE 'FXRATES         01'.
           05  FILLER  PIC X(18) VALUE 'GRATUITY        01'.
           05  FILLER  PIC X(18) VALUE 'GUESTPREF       01'.
           05  FILLER  PIC X(18) VALUE 'GUESTS          02'.
           05  FILLER  PIC X(18) VALUE 'GUESTSVC        01'.
           05  FILLER  PIC X(18) VALUE 'HKDAY           01'.
           05  FILLER  PIC X(18) VALUE 'HKSTD           01'.
           05  FILLER  PIC X(18) VALUE 'HOUSEACCT       01'.
           05  FILLER  PIC X(18) VALUE 'INCIDENTS       01'.
           05  FILLER  PIC X(18) VALUE 'INSPCHK         01'.
           05  FILLER  PIC X(18) VALUE 'INSPECT         01'.
           05  FILLER  PIC X(18) VALUE 'INTENTJN        01'.
           05  FILLER  PIC X(18) VALUE 'INVOICES        02'.
           05  FILLER  PIC X(18) VALUE 'INVOICES_ARCHIVE02'.
           05  FILLER  PIC X(18) VALUE 'INVTAX          01'.
           05  FILLER  PIC X(18) VALUE 'KEYMOVE         01'.
           05  FILLER  PIC X(18) VALUE 'LAUNDRY         01'.
           05  FILLER  PIC X(18) VALUE 'LOSOFFER        01'.
           05  FILLER  PIC X(18) VALUE 'LOSTFOUND       01'.
           05  FILLER  PIC X(18) VALUE 'LOSUSE          01'.
           05  FILLER  PIC X(18) VALUE 'LOYALTY         01'.
           05  FILLER  PIC X(18) VALUE 'LUGGAGE         01'.
           05  FILLER  PIC X(18) VALUE 'MASTERKEY       01'.
           05  FILLER  PIC X(18) VALUE 'MDJOURNAL       01'.
           05  FILLER  PIC X(18) VALUE 'METERS          01'.
           05  FILLER  PIC X(18) VALUE 'OPERATORS       01'.
           05  FILLER  PIC X(18) VALUE 'OVERBOOK        01'.
           05  FILLER  PIC X(18) VALUE 'PACESNAP        01'.
           05  FILLER  PIC X(18) VALUE 'PACKAGES        03'.
           05  FILLER  PIC X(18) VALUE 'PAIDOUTS        01'.
           05  FILLER  PIC X(18) VALUE 'PARKING         01'.
           05  FILLER  PIC X(18) VALUE 'PARTMOVES       01'.
           05  FILLER  PIC X(18) VALUE 'PARTS           01'.
           05  FILLER  PIC X(18) VALUE 'PAYMENTS        02'.
           05  FILLER  PIC X(18) VALUE 'PBXTARIFF       01'.
           05  FILLER  PIC X(18) VALUE 'PERIODS         01'.
           05  FILLER  PIC X(18) VALUE 'PMSCHED         01'.
           05  FILLER  PIC X(18) VALUE 'PMTASKS         01'.
           05  FILLER  PIC X(18) VALUE 'PREAUTHS        02'.
           05  FILLER  PIC X(18) VALUE 'PREREG          01'.
           05  FILLER  PIC X(18) VALUE 'PRIVACY         01'.
           05  FILLER  PIC X(18) VALUE 'PROFORMA        01'.
           05  FILLER  PIC X(18) VALUE 'PROMOS          02'.
           05  FILLER  PIC X(18) VALUE 'QUOTES          02'.
           05  FILLER  PIC X(18) VALUE 'RATECAL         01'.
           05  FILLER  PIC X(18) VALUE 'RATEEXC         01'.
           05  FILLER  PIC X(18) VALUE 'RATES           01'.
           05  FILLER  PIC X(18) VALUE 'RATESHOP        01'.
           05  FILLER  PIC X(18) VALUE 'RECVITEM        01'.
           05  FILLER  PIC X(18) VALUE 'RECVROLL        01'.
           05  FILLER  PIC X(18) VALUE 'REFUNDS         01'.
           05  FILLER  PIC X(18) VALUE 'REPORTCAT       01'.
           05  FILLER  PIC X(18) VALUE 'RESTRICT        01'.
           05  FILLER  PIC X(18) VALUE 'ROOMCHECK       01'.
           05  FILLER  PIC X(18) VALUE 'ROOMHIST        01'.
           05  FILLER  PIC X(18) VALUE 'ROOMS           01'.
           05  FILLER  PIC X(18) VALUE 'ROOMTYPES       03'.
           05  FILLER  PIC X(18) VALUE 'ROSTER          01'.
           05  FILLER  PIC X(18) VALUE 'RPTRETAIN       01'.
           05  FILLER  PIC X(18) VALUE 'RSMAP           01'.
           05  FILLER  PIC X(18) VALUE 'RSORDERS        02'.
           05  FILLER  PIC X(18) VALUE 'SAFEBOX         01'.
           05  FILLER  PIC X(18) VALUE 'SALESACT        01'.
           05  FILLER  PIC X(18) VALUE 'SBACCESS        01'.
           05  FILLER  PIC X(18) VALUE 'SEGMENTS        01'.
           05  FILLER  PIC X(18) VALUE 'SERVICES        02'.
           05  FILLER  PIC X(18) VALUE 'SHUTTLES        01'.
           05  FILLER  PIC X(18) VALUE 'SPAAPPT         01'.
           05  FILLER  PIC X(18) VALUE 'SPARES          01'.
           05  FILLER  PIC X(18) VALUE 'STAYLOG         01'.
           05  FILLER  PIC X(18) VALUE 'SURVEYS         01'.
           05  FILLER  PIC X(18) VALUE 'TAXCODES        01'.
           05  FILLER  PIC X(18) VALUE 'TAXEXEMPT       01'.
           05  FILLER  PIC X(18) VALUE 'TAXSRC          01'.
           05  FILLER  PIC X(18) VALUE 'TIPSHARE        01'.
           05  FILLER  PIC X(18) VALUE 'TRACES          01'.
           05  FILLER  PIC X(18) VALUE 'UPSELLS         01'.
           05  FILLER  PIC X(18) VALUE 'VOUCHERS        01'.
           05  FILLER  PIC X(18) VALUE 'WAITLIST        01'.
           05  FILLER  PIC X(18) VALUE 'WAIVERS         01'.
           05  FILLER  PIC X(18) VALUE 'WORKORDERS      02'.
       01  LAYOUT-VERSION-TABLE REDEFINES LAYOUT-VERSION-VALUES.
           05  LVT-ENTRY OCCURS 121 TIMES.
               10  LVT-FILE-NAME   PIC X(16).
               10  LVT-VERSION     PIC 9(2).
       01  LVT-COUNT               PIC 9(3) VALUE 121.
