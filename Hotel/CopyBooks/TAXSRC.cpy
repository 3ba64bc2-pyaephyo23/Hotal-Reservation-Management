       01  TAXSRC-RECORD.
           05  TXS-SOURCE          PIC X(15).
           05  TXS-TAX-CODE        PIC X(4).
