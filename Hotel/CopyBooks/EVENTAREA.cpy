       01  EVENT-LOOKUP-AREA.
           05  EVA-MODE            PIC X.
           05  EVA-DATE-FROM       PIC 9(8).
           05  EVA-DATE-TO         PIC 9(8).
           05  EVA-PROPERTY        PIC X(4).
           05  EVA-FOUND           PIC X.
               88 EVA-EVENT-FOUND  VALUE 'Y'.
           05  EVA-MATCH-COUNT     PIC 9(3).
           05  EVA-EVENT-ID        PIC 9(5).
           05  EVA-EVENT-NAME      PIC X(30).
           05  EVA-IMPACT          PIC X(6).
           05  EVA-IMPACT-CODE     PIC X.
           05  EVA-START-DATE      PIC 9(8).
           05  EVA-END-DATE        PIC 9(8).
