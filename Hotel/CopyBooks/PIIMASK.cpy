       01  PII-MASK-AREA.
           05  PM-ROLE             PIC X(10).
           05  PM-VALUE            PIC X(40).
           05  PM-FULL-FLAG        PIC X.
               88 PM-FULL-VIEW     VALUE 'Y'.
