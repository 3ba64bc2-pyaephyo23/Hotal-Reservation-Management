       01  COUNTRY-RECORD.
           05  CC-CODE             PIC X(3).
           05  CC-NAME             PIC X(30).
           05  CC-STATUS           PIC X(10).
