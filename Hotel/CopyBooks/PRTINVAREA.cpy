       01  PRINT-INVOICE-AREA.
           05  PIA-INVOICE-ID      PIC 9(5).
           05  PIA-CREDIT-NOTE-ID  PIC 9(5).
           05  PIA-COPY-FLAG       PIC X.
               88 PIA-COPY         VALUE 'Y'.
           05  PIA-ROOM-ID         PIC X(5).
           05  PIA-ARRIVAL-DATE    PIC 9(8).
           05  PIA-DEPART-DATE     PIC 9(8).
           05  PIA-FOLIO-KIND      PIC X.
               88 PIA-MASTER-FOLIO VALUE 'M'.
           05  PIA-PRINT-FILE      PIC X(40).
           05  PIA-RESULT          PIC X.
               88 PIA-PRINTED      VALUE 'Y'.
