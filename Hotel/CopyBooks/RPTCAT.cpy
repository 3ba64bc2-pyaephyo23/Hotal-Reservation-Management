       01  REPORT-CATALOG-RECORD.
           05  RPC-ID              PIC 9(5).
           05  RPC-REPORT-NAME     PIC X(16).
           05  RPC-BUSINESS-DATE   PIC 9(8).
           05  RPC-RUN-DATE        PIC 9(8).
           05  RPC-RUN-TIME        PIC 9(6).
           05  RPC-OPERATOR-ID     PIC X(5).
           05  RPC-PROPERTY        PIC X(4).
           05  RPC-SOURCE-FILE     PIC X(40).
           05  RPC-ARCHIVE-FILE    PIC X(40).
