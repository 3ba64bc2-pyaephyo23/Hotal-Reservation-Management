       01  LAYOUT-STAMP-RECORD.
           05  LS-FILE-NAME        PIC X(16).
           05  LS-VERSION          PIC 9(2).
           05  LS-STAMP-DATE       PIC 9(8).
           05  LS-STAMP-BY         PIC X(5).
